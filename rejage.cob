       *>Alexander Comerford
       *>csi203
       *>cobol aging report against the rejsusp.dat reject
       *>suspense ledger PROG7 keeps - every reject still open,
       *>counted by category code and county source into 0-30,
       *>31-60, 61-90 and 90+ day buckets from the date it was
       *>first rejected, followed by a listing of the items that
       *>have sat open for more than a quarter, so month-end close
       *>can show nothing in rejects has been forgotten
       *>
       *>Modification History:
       *>  Initial version, in the spirit of RUNHIST - one
       *>  standalone reader per permanent file.
       Identification Division.
       Program-ID. REJAGE.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Suspense-File
                assign to "rejsusp.dat"
                Organization is indexed
                Access is dynamic
                Record key is Susp-Key
                File Status is Suspense-Status.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.

       Data Division.
       File Section.

       FD Suspense-File.
       01 Suspense-Rec.
           02 Susp-Key.
              03 Susp-Address         pic x(27).
              03 Susp-Date-Text       pic x(9).
              03 Susp-Kind            pic x(3).
           02 Susp-Category           pic x(2).
           02 Susp-Source             pic x(10).
           02 Susp-First-Date         pic 9(8).
           02 Susp-First-Run          pic x(14).
           02 Susp-Last-Date          pic 9(8).
           02 Susp-Last-Run           pic x(14).
           02 Susp-Reject-Count       pic 9(4).
           02 Susp-Status             pic x(7).
              88 Susp-Open            value "OPEN".
              88 Susp-Cleared         value "CLEARED".
           02 Susp-Clear-Date         pic 9(8).
           02 Susp-Clear-Run          pic x(14).
           02 Susp-Disposition        pic x(9).
           02 Susp-Clear-Mode         pic x(7).

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Report-Filename pic x(100) value
                               "rejage.dat".
           02 Control-As-Of-Date      pic x(8) value spaces.
           02 Control-Detail-Mode     pic x(4) value "OLD".
              88 Detail-All-Mode      value "ALL".
       *>*****************Run parameters*********************

       01 WS-Current-Date-Fields      pic x(16).
       01 As-Of-Date                  pic 9(8) value 0.
       01 As-Of-Day-Number            pic 9(7) value 0.

       01 eof-suspense-flag           pic x value "N".
       01 Suspense-Status             pic xx value "00".

       01 Item-Age-Days               pic s9(7) value 0.
       01 Item-Bucket                 pic 9 value 0.

       *>One row per category/source pair with an open item,
       *>kept in category-then-source order as rows are added so
       *>the grid prints in order with a subtotal per category.
       01 Age-Row-Count               pic 999 value 0.
       01 Age-Table occurs 200 times.
           02 Age-Category           pic x(2).
           02 Age-Source             pic x(10).
           02 Age-Bucket-Cnt         pic 9(6) occurs 4 times.
       01 age-sub                     pic 999 value 0.
       01 age-shift-sub               pic 999 value 0.
       01 bucket-sub                  pic 9 value 0.
       01 age-row-found-flag          pic x value "N".
          88 Age-Row-Found           value "Y".
       01 age-scan-done-flag          pic x value "N".
       01 Age-Overflow-Flag           pic x value "N".

       01 Age-Totals.
           02 Grand-Bucket-Cnt       pic 9(6) occurs 4 times.
       01 Category-Totals.
           02 Cat-Bucket-Cnt         pic 9(6) occurs 4 times.
       01 Category-Hold               pic x(2) value spaces.
       01 Row-Total                   pic 9(7) value 0.

       01 Ledger-Counts.
           02 Open-Count             pic 9(6) value 0.
           02 Cleared-Count          pic 9(6) value 0.
           02 Cleared-Resub-Count    pic 9(6) value 0.
           02 Listed-Count           pic 9(6) value 0.

       *>*****************Report layout*********************
       01 Aging-Header.
           02 Filler                  pic x(40) value spaces.
           02 Filler                  pic x(30)
           Value "Reject Suspense Aging Report -".
           02 Filler                  pic x value spaces.
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(79) value spaces.

       01 Aging-As-Of-Line.
           02 Filler                  pic x(37) value
                               "Open items aged from first reject to ".
           02 ag-as-of-out            pic 9999/99/99.
           02 Filler                  pic x(113) value spaces.

       01 Aging-Col-Headers.
           02 Filler                pic x(4) value "Cat".
           02 Filler                pic x(30) value "Category".
           02 Filler                pic x(12) value "Source".
           02 Filler                pic x(8) value "  0-30".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value " 31-60".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value " 61-90".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "   90+".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value " Total".

       01 Aging-Row-Line.
           02 ag-category-out       pic x(4).
           02 ag-desc-out           pic x(30).
           02 ag-source-out         pic x(12).
           02 ag-bucket-group.
              03 ag-bucket-entry    occurs 4 times.
                 04 ag-bucket-out   pic zzzzz9.
                 04 Filler          pic x(4).
           02 ag-total-out          pic zzzzzz9.
           02 Filler                pic x(67) value spaces.

       01 Detail-Header.
           02 ag-detail-title       pic x(40).
           02 Filler                pic x(120) value spaces.

       01 Detail-Col-Headers.
           02 Filler                pic x(27) value "Property-Address".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(9) value "Sale Date".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Kind".
           02 Filler                pic x(4) value "Cat".
           02 Filler                pic x(12) value "Source".
           02 Filler                pic x(12) value "1st Reject".
           02 Filler                pic x(12) value "Last Reject".
           02 Filler                pic x(6) value "Times".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Age Days".

       01 Detail-Line.
           02 dt-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 dt-date-out           pic x(9).
           02 Filler                pic x(2) value spaces.
           02 dt-kind-out           pic x(4).
           02 dt-category-out       pic x(4).
           02 dt-source-out         pic x(12).
           02 dt-first-out          pic 9999/99/99.
           02 Filler                pic x(2) value spaces.
           02 dt-last-out           pic 9999/99/99.
           02 Filler                pic x(2) value spaces.
           02 dt-times-out          pic zzz9.
           02 Filler                pic x(4) value spaces.
           02 dt-age-out            pic zzzzz9.
           02 Filler                pic x(52) value spaces.

       01 Summary-Line.
           02 sm-label              pic x(40) value spaces.
           02 sm-count              pic zzzzz9.
           02 Filler                pic x(114) value spaces.

       01 None-Line.
           02 Filler                pic x(40) value
                               "No open items in the suspense ledger".
           02 Filler                pic x(120) value spaces.
       *>*****************Report layout*********************

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic ages every open item into the category/
           *>source grid, prints it, then reads the ledger a second
           *>time to list the individual items behind the oldest
           *>bucket (or every open item when asked for ALL).

           Perform 0100-Get-Run-Parameters.
           Open Input Suspense-File.
           if Suspense-Status not = "00"
               Display "REJAGE: reject suspense file unavailable -"
               Display "        status " Suspense-Status
               Move 16 to Return-Code
               Stop Run
           end-if.

           Open Output Report-File.
           Perform 1000-Write-Report-Header.

           Perform 1500-Start-Ledger.
           Perform 2000-Age-Ledger-Record until
                   eof-suspense-flag = "Y".

           Perform 3000-Print-Aging-Grid.

           Perform 1500-Start-Ledger.
           Perform 3500-Write-Detail-Header.
           Perform 4000-List-Ledger-Record until
                   eof-suspense-flag = "Y".

           Perform 5000-Write-Summary.
           Close Suspense-File.
           Close Report-File.
           Stop Run.

       0100-Get-Run-Parameters.
           *>Report file name, an as-of date (YYYYMMDD, default
           *>today) and an optional detail mode of ALL are taken
           *>from the command line.  Without ALL the listing holds
           *>only the items open more than 90 days.
           Display 1 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-As-Of-Date from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Detail-Mode from Argument-Value
               on exception continue.
           Move Function Current-Date to WS-Current-Date-Fields.
           if Control-As-Of-Date is Numeric
               Move Control-As-Of-Date to As-Of-Date
           else
               Move WS-Current-Date-Fields(1:8) to As-Of-Date
           end-if.
           if Function Test-Date-YYYYMMDD(As-Of-Date) not = 0
               Display "REJAGE: as-of date " As-Of-Date
                       " is not a valid date"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Compute As-Of-Day-Number =
                   Function Integer-Of-Date(As-Of-Date).

       1000-Write-Report-Header.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Aging-Header.
           Move As-Of-Date to ag-as-of-out.
           Write Report-Print from Aging-As-Of-Line.
           Write Report-Print from " ".
           Write Report-Print from Aging-Col-Headers.
           Write Report-Print from " ".

       1500-Start-Ledger.
           Move "N" to eof-suspense-flag.
           Move low-values to Susp-Key.
           Start Suspense-File key not < Susp-Key
               invalid key Move "Y" to eof-suspense-flag
           end-start.

       1600-Compute-Age.
           *>Age runs from the date the item was first rejected; an
           *>item first rejected after the as-of date counts as new.
           Move 0 to Item-Age-Days.
           if Function Test-Date-YYYYMMDD(Susp-First-Date) = 0
               Compute Item-Age-Days = As-Of-Day-Number -
                       Function Integer-Of-Date(Susp-First-Date)
           end-if.
           if Item-Age-Days < 0
               Move 0 to Item-Age-Days
           end-if.
           Evaluate True
               When Item-Age-Days <= 30
                   Move 1 to Item-Bucket
               When Item-Age-Days <= 60
                   Move 2 to Item-Bucket
               When Item-Age-Days <= 90
                   Move 3 to Item-Bucket
               When Other
                   Move 4 to Item-Bucket
           End-Evaluate.

       2000-Age-Ledger-Record.
           Read Suspense-File next record
               at end Move "Y" to eof-suspense-flag
               not at end
                   if Susp-Open
                       Add 1 to Open-Count
                       Perform 1600-Compute-Age
                       Perform 2100-Find-Age-Row
                       if Age-Row-Found
                           Add 1 to Age-Bucket-Cnt(age-sub,
                                                   Item-Bucket)
                       end-if
                       Add 1 to Grand-Bucket-Cnt(Item-Bucket)
                   else
                       Add 1 to Cleared-Count
                       if Susp-Clear-Mode = "RESUB"
                           Add 1 to Cleared-Resub-Count
                       end-if
                   end-if
           end-read.

       2100-Find-Age-Row.
           *>Rows are kept in category/source order - a new pair
           *>is inserted where it belongs, shifting the rows after
           *>it down one.
           Move "N" to age-row-found-flag.
           Move "N" to age-scan-done-flag.
           Move 1 to age-sub.
           Perform 2110-Scan-Age-Row until age-scan-done-flag = "Y"
                   or age-sub > Age-Row-Count.
           if Age-Row-Found
               Continue
           else
               if Age-Row-Count < 200
                   Move Age-Row-Count to age-shift-sub
                   Perform 2120-Shift-Age-Row until
                           age-shift-sub < age-sub
                   Add 1 to Age-Row-Count
                   Move Susp-Category to Age-Category(age-sub)
                   Move Susp-Source to Age-Source(age-sub)
                   Move 0 to Age-Bucket-Cnt(age-sub, 1)
                   Move 0 to Age-Bucket-Cnt(age-sub, 2)
                   Move 0 to Age-Bucket-Cnt(age-sub, 3)
                   Move 0 to Age-Bucket-Cnt(age-sub, 4)
                   Move "Y" to age-row-found-flag
               else
                   if Age-Overflow-Flag = "N"
                       Display "WARNING: aging table capacity "
                               "exceeded - grid is partial"
                       Move "Y" to Age-Overflow-Flag
                   end-if
               end-if
           end-if.

       2110-Scan-Age-Row.
           Evaluate True
               When Age-Category(age-sub) = Susp-Category and
                    Age-Source(age-sub) = Susp-Source
                   Move "Y" to age-row-found-flag
                   Move "Y" to age-scan-done-flag
               When Age-Category(age-sub) > Susp-Category
                   Move "Y" to age-scan-done-flag
               When Age-Category(age-sub) = Susp-Category and
                    Age-Source(age-sub) > Susp-Source
                   Move "Y" to age-scan-done-flag
               When Other
                   Add 1 to age-sub
           End-Evaluate.

       2120-Shift-Age-Row.
           Move Age-Table(age-shift-sub) to
                Age-Table(age-shift-sub + 1).
           Subtract 1 from age-shift-sub.

       3000-Print-Aging-Grid.
           if Open-Count = 0
               Write Report-Print from None-Line
           else
               Move spaces to Category-Hold
               Move 1 to age-sub
               Perform 3100-Print-Age-Row until
                       age-sub > Age-Row-Count
               Perform 3200-Print-Category-Total
               Write Report-Print from " "
               Move spaces to Aging-Row-Line
               Move "ALL" to ag-category-out
               Move "All open items" to ag-desc-out
               Move 0 to Row-Total
               Move 1 to bucket-sub
               Perform 3300-Move-Grand-Bucket until bucket-sub > 4
               Move Row-Total to ag-total-out
               Write Report-Print from Aging-Row-Line
           end-if.

       3100-Print-Age-Row.
           if Age-Category(age-sub) not = Category-Hold
               if Category-Hold not = spaces
                   Perform 3200-Print-Category-Total
               end-if
               Move Age-Category(age-sub) to Category-Hold
               Initialize Category-Totals
           end-if.
           Move spaces to Aging-Row-Line.
           Move Age-Category(age-sub) to ag-category-out.
           Perform 3400-Describe-Category.
           Move Age-Source(age-sub) to ag-source-out.
           Move 0 to Row-Total.
           Move 1 to bucket-sub.
           Perform 3110-Move-Row-Bucket until bucket-sub > 4.
           Move Row-Total to ag-total-out.
           Write Report-Print from Aging-Row-Line.
           Add 1 to age-sub.

       3110-Move-Row-Bucket.
           Move Age-Bucket-Cnt(age-sub, bucket-sub) to
                ag-bucket-out(bucket-sub).
           Add Age-Bucket-Cnt(age-sub, bucket-sub) to Row-Total.
           Add Age-Bucket-Cnt(age-sub, bucket-sub) to
               Cat-Bucket-Cnt(bucket-sub).
           Add 1 to bucket-sub.

       3200-Print-Category-Total.
           Move spaces to Aging-Row-Line.
           Move "  Category total" to ag-desc-out.
           Move 0 to Row-Total.
           Move 1 to bucket-sub.
           Perform 3210-Move-Category-Bucket until bucket-sub > 4.
           Move Row-Total to ag-total-out.
           Write Report-Print from Aging-Row-Line.
           Write Report-Print from " ".

       3210-Move-Category-Bucket.
           Move Cat-Bucket-Cnt(bucket-sub) to
                ag-bucket-out(bucket-sub).
           Add Cat-Bucket-Cnt(bucket-sub) to Row-Total.
           Add 1 to bucket-sub.

       3300-Move-Grand-Bucket.
           Move Grand-Bucket-Cnt(bucket-sub) to
                ag-bucket-out(bucket-sub).
           Add Grand-Bucket-Cnt(bucket-sub) to Row-Total.
           Add 1 to bucket-sub.

       3400-Describe-Category.
           *>The same wording as PROG7's error summary.
           Evaluate Age-Category(age-sub)
               When "ST" Move "State is Invalid" to ag-desc-out
               When "PT" Move "Property-Type is Invalid"
                              to ag-desc-out
               When "BD" Move "Bedrooms is not Numeric"
                              to ag-desc-out
               When "BA" Move "Bathrooms is not Numeric"
                              to ag-desc-out
               When "SQ" Move "Square-Feet is not Numeric"
                              to ag-desc-out
               When "SP" Move "Sale-Price not Numeric"
                              to ag-desc-out
               When "ZC" Move "City/Zip Mismatch" to ag-desc-out
               When "CT" Move "City not in tax table"
                              to ag-desc-out
               When "CN" Move "Correction not applied"
                              to ag-desc-out
               When Other Move "Other" to ag-desc-out
           End-Evaluate.

       3500-Write-Detail-Header.
           Write Report-Print from " ".
           if Detail-All-Mode
               Move "All Open Items" to ag-detail-title
           else
               Move "Open Items Over 90 Days" to ag-detail-title
           end-if.
           Write Report-Print from Detail-Header.
           Write Report-Print from " ".
           Write Report-Print from Detail-Col-Headers.
           Write Report-Print from " ".

       4000-List-Ledger-Record.
           Read Suspense-File next record
               at end Move "Y" to eof-suspense-flag
               not at end
                   if Susp-Open
                       Perform 1600-Compute-Age
                       if Detail-All-Mode or Item-Bucket = 4
                           Perform 4100-Write-Detail-Line
                       end-if
                   end-if
           end-read.

       4100-Write-Detail-Line.
           Add 1 to Listed-Count.
           Move spaces to Detail-Line.
           Move Susp-Address to dt-address-out.
           Move Susp-Date-Text to dt-date-out.
           Move Susp-Kind to dt-kind-out.
           Move Susp-Category to dt-category-out.
           Move Susp-Source to dt-source-out.
           Move Susp-First-Date to dt-first-out.
           Move Susp-Last-Date to dt-last-out.
           Move Susp-Reject-Count to dt-times-out.
           Move Item-Age-Days to dt-age-out.
           Write Report-Print from Detail-Line.

       5000-Write-Summary.
           Write Report-Print from " ".
           Move "Open items:" to sm-label.
           Move Open-Count to sm-count.
           Write Report-Print from Summary-Line.
           Move "Open items listed above:" to sm-label.
           Move Listed-Count to sm-count.
           Write Report-Print from Summary-Line.
           Move "Items cleared to date:" to sm-label.
           Move Cleared-Count to sm-count.
           Write Report-Print from Summary-Line.
           Move "  of which cleared by a RESUB run:" to sm-label.
           Move Cleared-Resub-Count to sm-count.
           Write Report-Print from Summary-Line.
