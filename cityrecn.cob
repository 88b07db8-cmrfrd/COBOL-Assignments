       *>Alexander Comerford
       *>csi203
       *>cobol quarterly city-tax reconciliation - re-derives each
       *>city's sale count, Sale-Price sum and city tax for the
       *>quarter from the sales-history master (and, when given,
       *>the archive SALEPURG rolled out of it) and compares them
       *>with what REMTLOG's remitlog.dat says was remitted to
       *>county finance for the same sales.  The variance is
       *>printed by city with the individual sales that explain
       *>it - amended or cancelled after they were remitted, never
       *>remitted, or remitted twice - and a balancing adjustment
       *>file is written in the cityremt.dat HDR/detail/TRL layout
       *>for finance to load
       *>
       *>Modification History:
       *>  Initial version, alongside REMTLOG and PROG7's
       *>  cityremd.dat remittance sale detail.
       *>  Master and archive layouts widened to carry each sale's
       *>  physical attributes.
       *>  Remitted-sale addresses standardized through ADDRSTD
       *>  before they meet the master, so a sale remitted under
       *>  the address as received still matches its standardized
       *>  master key.  Exception sales print the address the
       *>  master sale was received under.
       Identification Division.
       Program-ID. CITYRECN.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Sales-History-File
                assign to "saleshist.dat"
                Organization is indexed
                Access is dynamic
                Record key is Master-Key
                File Status is Master-Status.
           Select Archive-File
                assign to dynamic Control-Archive-Filename
                Organization is line sequential
                File Status is Archive-Status.
           Select Remit-Log-File
                assign to "remitlog.dat"
                Organization is line sequential
                File Status is Remit-Log-Status.
           Select City-File
                assign to dynamic Control-City-Filename
                Organization is line sequential
                File Status is City-Status.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.
           Select Adjust-File
                assign to dynamic Control-Adjust-Filename
                Organization is line sequential.
           Select WorkFile
              assign to "recnsort.dat".

       Data Division.
       File Section.

       FD Sales-History-File.
       01 Master-Rec.
           02 Master-Key.
              03 Master-Address       pic x(27).
              03 Master-Sale-Date     pic 9(8).
           02 Master-City             pic x(15).
           02 Master-Sale-Price       pic 9(6).
           02 Master-Attributes.
              03 Master-Zip           pic 9(5).
              03 Master-State         pic x(2).
              03 Master-Bedrooms      pic 9.
              03 Master-Bathrooms     pic 9.
              03 Master-Sq-Ft         pic 9(4).
              03 Master-Type          pic x(8).
              03 Master-Latitude      pic 9(8).
              03 Master-Longitude     pic 9(9).
              03 Master-Attr-Source   pic x.
                 88 Master-Attr-From-Sale     value "S".
                 88 Master-Attr-From-Property value "P".
                 88 Master-Attr-Missing       value space.
           *>The address as the sale arrived, kept for printing -
           *>Master-Address is its standardized spelling, the key.
           02 Master-Orig-Address     pic x(27).

       *>SALEPURG writes archived years in the master layout, one
       *>record per line.
       FD Archive-File.
       01 Archive-Rec.
           02 Arch-Address            pic x(27).
           02 Arch-Sale-Date          pic 9(8).
           02 Arch-City               pic x(15).
           02 Arch-Sale-Price         pic 9(6).
           02 Arch-Attributes.
              03 Arch-Zip             pic 9(5).
              03 Arch-State           pic x(2).
              03 Arch-Bedrooms        pic 9.
              03 Arch-Bathrooms       pic 9.
              03 Arch-Sq-Ft           pic 9(4).
              03 Arch-Type            pic x(8).
              03 Arch-Latitude        pic 9(8).
              03 Arch-Longitude       pic 9(9).
              03 Arch-Attr-Source     pic x.
                 88 Arch-Attr-From-Sale       value "S".
                 88 Arch-Attr-From-Property   value "P".
                 88 Arch-Attr-Missing         value space.
           02 Arch-Orig-Address       pic x(27).

       *>REMTLOG's permanent log - only the SAL records, one per
       *>sale remitted, are read here.
       FD Remit-Log-File.
       01 Remit-Log-Rec.
           02 Rlog-Type               pic x(3).
              88 Rlog-Sale            value "SAL".
           02 Rlog-Remit-Id           pic 9(6).
           02 Rlog-Sent-Date          pic 9(8).
           02 Rlog-Sal-Data.
              03 Rlog-Sal-Address     pic x(27).
              03 Rlog-Sal-Sale-Date   pic 9(8).
              03 Rlog-Sal-City        pic x(15).
              03 Rlog-Sal-Sale-Price  pic 9(6).
              03 Rlog-Sal-City-Rate   pic 999.
              03 Rlog-Sal-City-Tax    pic 9(8)V99.
              03 Filler               pic x(8).

       FD City-File.
       01 Input-City.
           02 City-for-tax            pic a(15).
           02 Tax-Rate                pic 999.

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       *>The cityremt.dat layout, with the amounts signed - an
       *>adjustment can take money back as well as send more.  The
       *>sign is carried in the last digit so every field keeps
       *>the width finance's load already expects.
       FD Adjust-File.
       01 Adjust-Header-Rec.
           02 Adj-Hdr-Id              pic x(3).
           02 Adj-Hdr-Date            pic 9(8).
           02 Adj-Hdr-Source          pic x(10).
       01 Adjust-Detail-Rec.
           02 Adj-City                pic x(15).
           02 Adj-Record-Count        pic s9(6).
           02 Adj-Price-Sum           pic s9(12).
           02 Adj-Tax-Total           pic s9(10)V99.
       01 Adjust-Trailer-Rec.
           02 Adj-Trl-Id              pic x(3).
           02 Adj-Trl-Count           pic 9(6).
           02 Adj-Trl-Tax-Hash        pic s9(12)V99.

       *>Master sales and remitted sales meet in one SORT by city,
       *>address and sale date - a master sale ("M") sorts ahead
       *>of the remittances of the same sale ("R").
       SD WorkFile.
       01 WorkRec.
           02 Sort-City               pic x(15).
           02 Sort-Address            pic x(27).
           02 Sort-Sale-Date          pic 9(8).
           02 Sort-Source             pic x.
              88 Sort-From-Master     value "M".
              88 Sort-From-Remit      value "R".
           02 Sort-Sale-Price         pic 9(6).
           02 Sort-City-Rate          pic 999.
           02 Sort-City-Tax           pic 9(8)V99.
           02 Sort-Remit-Id           pic 9(6).
           02 Sort-Orig-Address       pic x(27).

       Working-Storage Section.

       *>*****************Address Standardization***********
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).
       *>*****************Address Standardization***********

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Quarter         pic x(5) value spaces.
           02 Control-Quarter-Num redefines Control-Quarter.
              03 Control-Qtr-Year     pic 9(4).
              03 Control-Qtr-Number   pic 9.
                 88 Qtr-Number-Valid  value 1 thru 4.
           02 Control-Report-Filename pic x(100) value
                               "cityrecn.dat".
           02 Control-Adjust-Filename pic x(100) value
                               "cityadj.dat".
           02 Control-City-Filename   pic x(100) value
                               "/home1/c/a/acsi203/city.dat".
           02 Control-Archive-Filename pic x(100) value spaces.
              88 No-Archive-Given     value spaces.
       *>*****************Run parameters*********************

       01 Qtr-From-Date              pic 9(8) value 0.
       01 Qtr-To-Date                pic 9(8) value 0.

       01 Recn-Header.
           02 Filler                  pic x(40) value spaces.
           02 Filler                  pic x(34)
           Value "City-Tax Remittance Reconciliation".
           02 Filler                  pic x(3) value " - ".
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(73) value spaces.

       01 WS-Current-Date-Fields      pic x(16).

       01 Recn-Selection-Line.
           02 Filler                  pic x(9) value "Quarter: ".
           02 rc-sel-year-out         pic 9(4).
           02 Filler                  pic x(2) value " Q".
           02 rc-sel-qtr-out          pic 9.
           02 Filler                  pic x(14) value
                               "  sale dates ".
           02 rc-sel-from-out         pic 9(8).
           02 Filler                  pic x(4) value " to ".
           02 rc-sel-to-out           pic 9(8).
           02 Filler                  pic x(110) value spaces.

       01 Recn-Col-Headers.
           02 Filler                pic x(15) value "City".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(27) value "Property-Address".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Sale".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(14) value "Status".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "  Master $".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Remitted $".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "Remit#".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(13) value "   Master tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(13) value " Remitted tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(14) value "     Variance".

       01 Recn-Sale-Line.
           02 rc-city-out           pic x(15).
           02 Filler                pic x(2) value spaces.
           02 rc-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 rc-sale-date-out      pic 9(8).
           02 Filler                pic x(2) value spaces.
           02 rc-status-out         pic x(14).
           02 Filler                pic x(2) value spaces.
           02 rc-master-price-out   pic $z,zzz,zz9.
           02 Filler                pic x(2) value spaces.
           02 rc-remit-price-out    pic $z,zzz,zz9.
           02 Filler                pic x(2) value spaces.
           02 rc-remit-id-out       pic zzzzz9 blank when zero.
           02 Filler                pic x(2) value spaces.
           02 rc-master-tax-out     pic $$,$$$,$$9.99.
           02 Filler                pic x(2) value spaces.
           02 rc-remit-tax-out      pic $$,$$$,$$9.99.
           02 Filler                pic x(2) value spaces.
           02 rc-var-tax-out        pic $$,$$$,$$9.99-.

       01 Recn-City-Line.
           02 Filler                pic x(4) value spaces.
           02 rc-tot-label-out      pic x(26).
           02 Filler                pic x(7) value "Sales: ".
           02 rc-tot-count-out      pic zzzzz9-.
           02 Filler                pic x(13) value "  Sale-Price ".
           02 rc-tot-price-out      pic $$$,$$$,$$$,$$9-.
           02 Filler                pic x(13) value "  City tax   ".
           02 rc-tot-tax-out        pic $$$,$$$,$$$,$$9.99-.
           02 Filler                pic x(55) value spaces.

       01 Recn-Trailer-Line.
           02 rc-trail-label        pic x(36) value spaces.
           02 rc-trail-count        pic zzzzz9.
           02 Filler                pic x(118) value spaces.

       01 Recn-Trailer-Amount-Line.
           02 rc-trail-amt-label    pic x(36) value spaces.
           02 rc-trail-amt          pic $$$,$$$,$$$,$$9.99-.
           02 Filler                pic x(105) value spaces.

       01 Recn-None-Line.
           02 Filler                  pic x(50) value
                  "No sales or remittances found for the quarter".
           02 Filler                  pic x(110) value spaces.

       01 eof-master-flag            pic x value "N".
       01 eof-archive-flag           pic x value "N".
       01 eof-log-flag               pic x value "N".
       01 eof-city-flag              pic x value "N".
       01 eof-sort-flag              pic x value "N".
       01 Master-Status              pic xx value "00".
       01 Archive-Status             pic xx value "00".
       01 Remit-Log-Status           pic xx value "00".
       01 City-Status                pic xx value "00".

       *>*****************Current City Rates*****************
       *>city.dat as it stands - the rate a sale that was never
       *>remitted would be remitted at today.
       01 Rate-City-Count            pic 999 value 0.
       01 Rate-City-Entry occurs 200 times indexed by Rate-Index.
           02 Rate-City-Name         pic x(15).
           02 Rate-City-Rate         pic 999.
       01 Rate-Found-Flag            pic x value "N".
          88 Rate-Found              value "Y".
       *>*****************Current City Rates*****************

       *>*****************Sale Group*************************
       *>One sale - one city, address and sale date - as the
       *>master and the remittance log each see it.
       01 Group-Key.
           02 Group-City             pic x(15) value spaces.
           02 Group-Address          pic x(27) value spaces.
           02 Group-Sale-Date        pic 9(8) value 0.
       *>The address the master sale was received under, printed
       *>in place of the key address when there is one.
       01 Group-Orig-Address         pic x(27) value spaces.
       01 Group-Active-Flag          pic x value "N".
          88 Group-Active            value "Y".
       01 Group-Master-Count         pic 99 value 0.
       01 Group-Master-Price         pic 9(6) value 0.
       01 Group-Master-Tax           pic 9(8)V99 value 0.
       01 Group-Remit-Count          pic 99 value 0.
       01 Group-Remit-Price          pic 9(6) value 0.
       01 Group-Remit-Price-Sum      pic 9(8) value 0.
       01 Group-Remit-Rate           pic 999 value 0.
       01 Group-Remit-Tax-Sum        pic 9(9)V99 value 0.
       01 Group-Remit-Id             pic 9(6) value 0.
       01 Group-Status               pic x(14) value spaces.
       01 Group-Var-Tax              pic s9(9)V99 value 0.
       *>*****************Sale Group*************************

       *>*****************City Totals************************
       01 City-Hold                  pic x(15) value spaces.
       01 City-Active-Flag           pic x value "N".
          88 City-Active             value "Y".
       01 City-Totals.
           02 City-Master-Count      pic 9(6) value 0.
           02 City-Master-Price      pic 9(12) value 0.
           02 City-Master-Tax        pic 9(10)V99 value 0.
           02 City-Remit-Count       pic 9(6) value 0.
           02 City-Remit-Price       pic 9(12) value 0.
           02 City-Remit-Tax         pic 9(10)V99 value 0.
           02 City-Exception-Count   pic 9(6) value 0.
       01 City-Var-Count             pic s9(6) value 0.
       01 City-Var-Price             pic s9(12) value 0.
       01 City-Var-Tax               pic s9(10)V99 value 0.
       *>*****************City Totals************************

       01 Recn-Counters.
           02 Master-Read-Count      pic 9(7) value 0.
           02 Remit-Read-Count       pic 9(7) value 0.
           02 City-Count             pic 9(6) value 0.
           02 City-Balanced-Count    pic 9(6) value 0.
           02 Matched-Count          pic 9(6) value 0.
           02 Amended-Count          pic 9(6) value 0.
           02 Cancelled-Count        pic 9(6) value 0.
           02 Not-Remitted-Count     pic 9(6) value 0.
           02 Duplicate-Count        pic 9(6) value 0.
           02 Adjust-Count           pic 9(6) value 0.
           02 Total-Master-Tax       pic 9(12)V99 value 0.
           02 Total-Remit-Tax        pic 9(12)V99 value 0.
           02 Adjust-Tax-Hash        pic s9(12)V99 value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic loads the current city rates, sorts the
           *>quarter's master sales together with the quarter's
           *>remitted sales, then walks them a sale at a time and a
           *>city at a time, writing the report and the adjustment
           *>file as each city closes.

           Perform 0100-Get-Run-Parameters.
           if Control-Quarter is not Numeric or
              not Qtr-Number-Valid
               Display "CITYRECN: quarter must be YYYYQ, Q 1 to 4"
               Move 16 to Return-Code
               Stop Run
           end-if.
           *>The quarter's first and last sale dates - the 31st is
           *>used for every closing month since only the range
           *>matters.
           Compute Qtr-From-Date = Control-Qtr-Year * 10000
                   + ((Control-Qtr-Number - 1) * 3 + 1) * 100 + 1.
           Compute Qtr-To-Date = Control-Qtr-Year * 10000
                   + (Control-Qtr-Number * 3) * 100 + 31.

           Perform 0500-Load-City-Rates.

           Open Output Report-File.
           Open Output Adjust-File.
           Perform 1000-Write-Report-Header.

           SORT WorkFile on Ascending key Sort-City
                                          Sort-Address
                                          Sort-Sale-Date
                                          Sort-Source
               Input procedure is 1000-Load-Sales
               Output procedure is 2000-Reconcile-Sales.

           Perform 3000-Write-Report-Trailer.
           Close Report-File.
           Close Adjust-File.
           if Adjust-Count > 0
               Move 4 to Return-Code
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           *>The quarter is required; the report and adjustment
           *>file names, the city file and an optional archive may
           *>follow on the command line.
           Display 1 upon Argument-Number.
           Accept Control-Quarter from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Adjust-Filename from Argument-Value
               on exception continue.
           Display 4 upon Argument-Number.
           Accept Control-City-Filename from Argument-Value
               on exception continue.
           Display 5 upon Argument-Number.
           Accept Control-Archive-Filename from Argument-Value
               on exception continue.

       0500-Load-City-Rates.
           *>Without the current rates a sale never remitted cannot
           *>be priced, so a missing city file stops the run.
           Open Input City-File.
           if City-Status not = "00"
               Display "CITYRECN: cannot open city file - status "
                       City-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 0510-Load-City-Record until eof-city-flag = "Y".
           Close City-File.

       0510-Load-City-Record.
           Read City-File at end move "Y" to eof-city-flag.
           if eof-city-flag = "N"
               if Rate-City-Count > 199
                   Display
                     "WARNING: City table capacity exceeded"
                   Move "Y" to eof-city-flag
               else
                   Add 1 to Rate-City-Count
                   Move city-for-tax to
                        Rate-City-Name(Rate-City-Count)
                   Move Tax-Rate to Rate-City-Rate(Rate-City-Count)
               end-if
           end-if.

       1000-Write-Report-Header.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Recn-Header.
           Move Control-Qtr-Year to rc-sel-year-out.
           Move Control-Qtr-Number to rc-sel-qtr-out.
           Move Qtr-From-Date to rc-sel-from-out.
           Move Qtr-To-Date to rc-sel-to-out.
           Write Report-Print from Recn-Selection-Line.
           Write Report-Print from " ".
           Write Report-Print from Recn-Col-Headers.
           Write Report-Print from " ".

           *>The adjustment file is dated the day it is built, as
           *>PROG7 dates the remittance.
           Move spaces to Adjust-Header-Rec.
           Move "HDR" to Adj-Hdr-Id.
           Move WS-Current-Date-Fields(1:8) to Adj-Hdr-Date.
           Move "CITYRECN" to Adj-Hdr-Source.
           Write Adjust-Header-Rec.

       1000-Load-Sales Section.
       1000-Load-Logic.
           *>Every live and archived sale dated in the quarter is
           *>released, then every remitted sale dated in it.  A
           *>missing master, archive or log is warned about, not
           *>fatal - the report says what can be read.
           Open Input Sales-History-File.
           if Master-Status not = "00"
               Display "CITYRECN: sales-history master unavailable -"
               Display "          status " Master-Status
               Move "Y" to eof-master-flag
           else
               Move low-values to Master-Key
               Start Sales-History-File key not < Master-Key
                   invalid key Move "Y" to eof-master-flag
               end-start
           end-if.
           Perform 1100-Release-Master-Record until
                   eof-master-flag = "Y".
           if Master-Status = "00" or Master-Status = "10"
               Close Sales-History-File
           end-if.

           if not No-Archive-Given
               Open Input Archive-File
               if Archive-Status not = "00"
                   Display "CITYRECN: archive file unavailable -"
                   Display "          status " Archive-Status
                   Move "Y" to eof-archive-flag
               end-if
               Perform 1200-Release-Archive-Record until
                       eof-archive-flag = "Y"
               if Archive-Status = "00" or Archive-Status = "10"
                   Close Archive-File
               end-if
           end-if.

           Open Input Remit-Log-File.
           if Remit-Log-Status not = "00"
               Display "CITYRECN: remittance log unavailable -"
               Display "          status " Remit-Log-Status
               go to 1999-Exit
           end-if.
           Perform 1300-Release-Remit-Record until
                   eof-log-flag = "Y".
           Close Remit-Log-File.
           go to 1999-Exit.

       1100-Release-Master-Record.
           Read Sales-History-File next record
               at end Move "Y" to eof-master-flag
               not at end
                   if Master-Sale-Date not < Qtr-From-Date and
                      Master-Sale-Date not > Qtr-To-Date
                       Move spaces to WorkRec
                       Move Master-City to Sort-City
                       Move Master-Address to Sort-Address
                       Move Master-Orig-Address to Sort-Orig-Address
                       Move Master-Sale-Date to Sort-Sale-Date
                       Move "M" to Sort-Source
                       Move Master-Sale-Price to Sort-Sale-Price
                       Move 0 to Sort-City-Rate
                       Move 0 to Sort-City-Tax
                       Move 0 to Sort-Remit-Id
                       Add 1 to Master-Read-Count
                       Release WorkRec
                   end-if
           end-read.

       1200-Release-Archive-Record.
           Read Archive-File
               at end Move "Y" to eof-archive-flag
               not at end
                   if Arch-Sale-Date not < Qtr-From-Date and
                      Arch-Sale-Date not > Qtr-To-Date
                       Move spaces to WorkRec
                       Move Arch-City to Sort-City
                       Move Arch-Address to Sort-Address
                       Move Arch-Orig-Address to Sort-Orig-Address
                       Move Arch-Sale-Date to Sort-Sale-Date
                       Move "M" to Sort-Source
                       Move Arch-Sale-Price to Sort-Sale-Price
                       Move 0 to Sort-City-Rate
                       Move 0 to Sort-City-Tax
                       Move 0 to Sort-Remit-Id
                       Add 1 to Master-Read-Count
                       Release WorkRec
                   end-if
           end-read.

       1300-Release-Remit-Record.
           Read Remit-Log-File
               at end Move "Y" to eof-log-flag
               not at end
                   if Rlog-Sale and
                      Rlog-Sal-Sale-Date not < Qtr-From-Date and
                      Rlog-Sal-Sale-Date not > Qtr-To-Date
                       Move spaces to WorkRec
                       Move Rlog-Sal-City to Sort-City
                       Move Rlog-Sal-Address to Addrstd-Address-In
                       Call "ADDRSTD" using Addrstd-Parameters
                       Move Addrstd-Address-Out to Sort-Address
                       Move Rlog-Sal-Sale-Date to Sort-Sale-Date
                       Move "R" to Sort-Source
                       Move Rlog-Sal-Sale-Price to Sort-Sale-Price
                       Move Rlog-Sal-City-Rate to Sort-City-Rate
                       Move Rlog-Sal-City-Tax to Sort-City-Tax
                       Move Rlog-Remit-Id to Sort-Remit-Id
                       Add 1 to Remit-Read-Count
                       Release WorkRec
                   end-if
           end-read.

       1999-Exit.
           Exit.

       2000-Reconcile-Sales Section.
       2000-Reconcile-Logic.
           Perform 2100-Next-Sorted-Sale until eof-sort-flag = "Y".
           if Group-Active
               Perform 2200-Close-Sale-Group
           end-if.
           if City-Active
               Perform 2400-Close-City
           end-if.
           go to 2999-Exit.

       2100-Next-Sorted-Sale.
           Return WorkFile
               at end Move "Y" to eof-sort-flag
               not at end
                   if Group-Active and
                      (Sort-City not = Group-City or
                       Sort-Address not = Group-Address or
                       Sort-Sale-Date not = Group-Sale-Date)
                       Perform 2200-Close-Sale-Group
                   end-if
                   if City-Active and Sort-City not = City-Hold
                       Perform 2400-Close-City
                   end-if
                   if not City-Active
                       Move Sort-City to City-Hold
                       Move "Y" to City-Active-Flag
                   end-if
                   if not Group-Active
                       Perform 2150-Open-Sale-Group
                   end-if
                   Perform 2160-Add-To-Sale-Group
           end-return.

       2150-Open-Sale-Group.
           Move Sort-City to Group-City.
           Move Sort-Address to Group-Address.
           Move Sort-Sale-Date to Group-Sale-Date.
           Move spaces to Group-Orig-Address.
           Move "Y" to Group-Active-Flag.
           Move 0 to Group-Master-Count Group-Master-Price
                     Group-Master-Tax Group-Remit-Count
                     Group-Remit-Price Group-Remit-Price-Sum
                     Group-Remit-Rate Group-Remit-Tax-Sum
                     Group-Remit-Id.

       2160-Add-To-Sale-Group.
           *>The same sale on both the master and the archive is
           *>one sale; every remittance of it counts, since each
           *>one was paid.
           if Sort-From-Master
               Add 1 to Group-Master-Count
               Move Sort-Sale-Price to Group-Master-Price
               if Sort-Orig-Address not = spaces
                   Move Sort-Orig-Address to Group-Orig-Address
               end-if
           else
               Add 1 to Group-Remit-Count
               Add Sort-Sale-Price to Group-Remit-Price-Sum
               Add Sort-City-Tax to Group-Remit-Tax-Sum
               if Group-Remit-Count = 1
                   Move Sort-Sale-Price to Group-Remit-Price
                   Move Sort-City-Rate to Group-Remit-Rate
               end-if
               Move Sort-Remit-Id to Group-Remit-Id
           end-if.

       2200-Close-Sale-Group.
           *>A sale still on the master is taxed at the rate it was
           *>remitted at, so a later rate change does not show up
           *>as a variance; one never remitted is taxed at today's
           *>rate, as the next remittance would tax it.
           Move "N" to Group-Active-Flag.
           Move 0 to Group-Master-Tax.
           if Group-Master-Count > 0
               if Group-Remit-Count > 0
                   Compute Group-Master-Tax = Group-Master-Price *
                           Group-Remit-Rate * .001
               else
                   Perform 2210-Find-Current-Rate
                   if Rate-Found
                       Compute Group-Master-Tax = Group-Master-Price
                               * Rate-City-Rate(Rate-Index) * .001
                   end-if
               end-if
               Add 1 to City-Master-Count
               Add Group-Master-Price to City-Master-Price
               Add Group-Master-Tax to City-Master-Tax
               Add Group-Master-Tax to Total-Master-Tax
           end-if.
           Add Group-Remit-Count to City-Remit-Count.
           Add Group-Remit-Price-Sum to City-Remit-Price.
           Add Group-Remit-Tax-Sum to City-Remit-Tax.
           Add Group-Remit-Tax-Sum to Total-Remit-Tax.

           Evaluate True
               When Group-Remit-Count > 1
                   Move "DUPLICATE RMT" to Group-Status
                   Add 1 to Duplicate-Count
               When Group-Master-Count = 0
                   Move "CANCELLED" to Group-Status
                   Add 1 to Cancelled-Count
               When Group-Remit-Count = 0
                   if Rate-Found
                       Move "NOT REMITTED" to Group-Status
                   else
                       Move "NOT REMITTED*" to Group-Status
                   end-if
                   Add 1 to Not-Remitted-Count
               When Group-Master-Price not = Group-Remit-Price
                   Move "AMENDED" to Group-Status
                   Add 1 to Amended-Count
               When Other
                   Move spaces to Group-Status
                   Add 1 to Matched-Count
           End-Evaluate.

           if Group-Status not = spaces
               Perform 2300-Write-Sale-Line
           end-if.

       2210-Find-Current-Rate.
           Move "N" to Rate-Found-Flag.
           Set Rate-Index to 1.
           if Rate-City-Count > 0
               Search Rate-City-Entry
                   At end Continue
                   When Rate-Index > Rate-City-Count
                       Continue
                   When Rate-City-Name(Rate-Index) = Group-City
                       Move "Y" to Rate-Found-Flag
               end-search
           end-if.

       2300-Write-Sale-Line.
           *>An exception sale explains part of its city's
           *>variance.  NOT REMITTED* marks a city no longer on
           *>city.dat - it has no rate, so no tax is claimed.
           Add 1 to City-Exception-Count.
           Compute Group-Var-Tax =
                   Group-Master-Tax - Group-Remit-Tax-Sum.
           Move Group-City to rc-city-out.
           if Group-Orig-Address = spaces
               Move Group-Address to rc-address-out
           else
               Move Group-Orig-Address to rc-address-out
           end-if.
           Move Group-Sale-Date to rc-sale-date-out.
           Move Group-Status to rc-status-out.
           Move Group-Master-Price to rc-master-price-out.
           Move Group-Remit-Price-Sum to rc-remit-price-out.
           Move Group-Remit-Id to rc-remit-id-out.
           Move Group-Master-Tax to rc-master-tax-out.
           Move Group-Remit-Tax-Sum to rc-remit-tax-out.
           Move Group-Var-Tax to rc-var-tax-out.
           Write Report-Print from Recn-Sale-Line.

       2400-Close-City.
           *>The city's master and remitted totals and the
           *>difference between them.  A city out of balance gets
           *>an adjustment record carrying the difference.
           Move "N" to City-Active-Flag.
           Add 1 to City-Count.
           Compute City-Var-Count =
                   City-Master-Count - City-Remit-Count.
           Compute City-Var-Price =
                   City-Master-Price - City-Remit-Price.
           Compute City-Var-Tax = City-Master-Tax - City-Remit-Tax.

           Move City-Hold to rc-tot-label-out.
           Move City-Master-Count to rc-tot-count-out.
           Move City-Master-Price to rc-tot-price-out.
           Move City-Master-Tax to rc-tot-tax-out.
           Write Report-Print from Recn-City-Line.
           Move "  remitted" to rc-tot-label-out.
           Move City-Remit-Count to rc-tot-count-out.
           Move City-Remit-Price to rc-tot-price-out.
           Move City-Remit-Tax to rc-tot-tax-out.
           Write Report-Print from Recn-City-Line.
           Move "  variance" to rc-tot-label-out.
           Move City-Var-Count to rc-tot-count-out.
           Move City-Var-Price to rc-tot-price-out.
           Move City-Var-Tax to rc-tot-tax-out.
           Write Report-Print from Recn-City-Line.
           Write Report-Print from " ".

           if City-Var-Count = 0 and City-Var-Price = 0 and
              City-Var-Tax = 0
               Add 1 to City-Balanced-Count
           else
               Perform 2410-Write-Adjustment
           end-if.
           Move 0 to City-Master-Count City-Master-Price
                     City-Master-Tax City-Remit-Count
                     City-Remit-Price City-Remit-Tax
                     City-Exception-Count.

       2410-Write-Adjustment.
           Move spaces to Adjust-Detail-Rec.
           Move City-Hold to Adj-City.
           Move City-Var-Count to Adj-Record-Count.
           Move City-Var-Price to Adj-Price-Sum.
           Move City-Var-Tax to Adj-Tax-Total.
           Write Adjust-Detail-Rec.
           Add 1 to Adjust-Count.
           Add City-Var-Tax to Adjust-Tax-Hash.

       2999-Exit.
           Exit.

       3000-Write-Report-Trailer Section.
       3000-Trailer-Logic.
           Write Report-Print from " ".
           if City-Count = 0
               Write Report-Print from Recn-None-Line
           end-if.
           Move "Master sales read for the quarter:" to
                rc-trail-label.
           Move Master-Read-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Remitted sales read for the quarter:" to
                rc-trail-label.
           Move Remit-Read-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Cities reconciled:" to rc-trail-label.
           Move City-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Cities in balance:" to rc-trail-label.
           Move City-Balanced-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Sales matched:" to rc-trail-label.
           Move Matched-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Sales amended after remittance:" to
                rc-trail-label.
           Move Amended-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Sales cancelled after remittance:" to
                rc-trail-label.
           Move Cancelled-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Sales never remitted:" to rc-trail-label.
           Move Not-Remitted-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Sales remitted more than once:" to rc-trail-label.
           Move Duplicate-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "Adjustment records written:" to rc-trail-label.
           Move Adjust-Count to rc-trail-count.
           Write Report-Print from Recn-Trailer-Line.
           Move "City tax per master:" to rc-trail-amt-label.
           Move Total-Master-Tax to rc-trail-amt.
           Write Report-Print from Recn-Trailer-Amount-Line.
           Move "City tax remitted:" to rc-trail-amt-label.
           Move Total-Remit-Tax to rc-trail-amt.
           Write Report-Print from Recn-Trailer-Amount-Line.
           Move "City tax adjustment:" to rc-trail-amt-label.
           Move Adjust-Tax-Hash to rc-trail-amt.
           Write Report-Print from Recn-Trailer-Amount-Line.

           Move spaces to Adjust-Trailer-Rec.
           Move "TRL" to Adj-Trl-Id.
           Move Adjust-Count to Adj-Trl-Count.
           Move Adjust-Tax-Hash to Adj-Trl-Tax-Hash.
           Write Adjust-Trailer-Rec.
