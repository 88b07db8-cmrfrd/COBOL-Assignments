       *>Alexander Comerford
       *>csi203
       *>cobol county-source scorecard - reads the srcstat.dat
       *>statistics PROG7 appends on every extract run and prints,
       *>for each county source, month by month over a rolling
       *>twelve months, the records it sent, how many were
       *>rejected and why, the duplicates and corrections it
       *>carried, and how many days old its extracts were by the
       *>time they were run
       *>
       *>Modification History:
       *>  Initial version, alongside PROG7's srcstat.dat source
       *>  statistics.
       Identification Division.
       Program-ID. SRCSCORE.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Source-Stats-File
                assign to "srcstat.dat"
                Organization is line sequential
                File Status is Srcstat-Status.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.

       Data Division.
       File Section.

       *>PROG7's srcstat.dat layout - one record per source per
       *>completed extract run.
       FD Source-Stats-File.
       01 Source-Stats-Rec.
           02 Stat-Source-Id              pic x(10).
           02 Stat-Run-Stamp.
              03 Stat-Run-Year            pic 9(4).
              03 Stat-Run-Mm              pic 99.
              03 Filler                   pic x(8).
           02 Stat-Extract-Date           pic 9(8).
           02 Stat-Days-Late              pic s9(4)
                                          sign leading separate.
           02 Stat-Received               pic 9(6).
           02 Stat-Accepted               pic 9(6).
           02 Stat-Rejected               pic 9(6).
           02 Stat-Duplicates             pic 9(6).
           02 Stat-Corrections            pic 9(6).
           02 Stat-Category-Rejects occurs 9 times.
              03 Stat-Category-Code       pic x(2).
              03 Stat-Category-Count      pic 9(5).
           02 Stat-Restarted              pic x.

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-End-Month       pic x(6) value spaces.
              88 No-End-Month-Given   value spaces.
           02 Control-End-Month-Num redefines Control-End-Month.
              03 Control-End-Year     pic 9(4).
              03 Control-End-Mm       pic 99.
                 88 End-Mm-Valid      value 1 thru 12.
           02 Control-Report-Filename pic x(100) value
                               "srcscore.dat".
       *>*****************Run parameters*********************

       01 WS-Current-Date-Fields      pic x(16).

       *>The window is kept as a month number (year * 12 plus
       *>month - 1) so twelve months back crosses a year end
       *>without any special case.
       01 Window-End-Index           pic 9(6) value 0.
       01 Window-Start-Index         pic 9(6) value 0.
       01 Window-Start-YYYYMM        pic x(6) value spaces.
       01 Stat-Month-Index           pic 9(6) value 0.
       01 month-sub                  pic 99 value 0.
       01 Month-YYYYMM-Work.
           02 Month-Year-Work        pic 9(4) value 0.
           02 Month-Mm-Work          pic 99 value 0.

       01 Score-Header.
           02 Filler                  pic x(36) value spaces.
           02 Filler                  pic x(44)
           Value "County-Source Data-Quality and Timeliness - ".
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(70) value spaces.

       01 Score-Window-Line.
           02 Filler                  pic x(17) value
                                       "Rolling window: ".
           02 sc-win-from-out         pic 9(6).
           02 Filler                  pic x(4) value " to ".
           02 sc-win-to-out           pic 9(6).
           02 Filler                  pic x(127) value spaces.

       01 Score-Source-Line.
           02 Filler                  pic x(8) value "Source: ".
           02 sc-source-out           pic x(10).
           02 Filler                  pic x(142) value spaces.

       01 Score-Col-Headers.
           02 Filler                pic x(6) value "Month".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Runs".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Received".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Accepted".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Rejected".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Reject %".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "  Dups".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value " Corrs".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Avg Late".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Max Late".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Note".

       01 Score-Detail-Line.
           02 sc-month-out          pic x(6).
           02 Filler                pic x(2) value spaces.
           02 sc-runs-out           pic zzz9.
           02 Filler                pic x(2) value spaces.
           02 sc-received-out       pic zzzzzzz9.
           02 Filler                pic x(2) value spaces.
           02 sc-accepted-out       pic zzzzzzz9.
           02 Filler                pic x(2) value spaces.
           02 sc-rejected-out       pic zzzzzzz9.
           02 Filler                pic x(3) value spaces.
           02 sc-reject-pct-out     pic zz9.99.
           02 Filler                pic x value "%".
           02 Filler                pic x(2) value spaces.
           02 sc-dups-out           pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 sc-corrs-out          pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 sc-avg-late-out       pic -zzz9.9.
           02 Filler                pic x(4) value " dys".
           02 sc-max-late-out       pic -zzz9.
           02 Filler                pic x(4) value " dys".
           02 Filler                pic x(2) value spaces.
           02 sc-note-out           pic x(12).

       01 Score-Category-Line.
           02 Filler                pic x(21) value
                                       "Rejects by category: ".
           02 sc-category-out occurs 9 times.
              03 sc-cat-code-out    pic x(2).
              03 Filler             pic x value space.
              03 sc-cat-count-out   pic zzzzz9.
              03 Filler             pic x(3) value spaces.
           02 Filler                pic x(31) value spaces.

       01 Score-Trailer-Line.
           02 sc-trail-label        pic x(36) value spaces.
           02 sc-trail-count        pic zzzzz9.
           02 Filler                pic x(118) value spaces.

       01 Score-None-Line.
           02 Filler                  pic x(50) value
                  "No source statistics found in the window".
           02 Filler                  pic x(110) value spaces.

       01 eof-srcstat-flag           pic x value "N".
       01 Srcstat-Status             pic xx value "00".

       *>*****************Source Scores********************
       *>One row per source in source-id order, each with its
       *>twelve months and its window totals.
       01 Score-Source-Count         pic 99 value 0.
       01 Score-Source-Entry occurs 50 times.
           02 Score-Source-Id        pic x(10).
           02 Score-Month occurs 13 times.
              03 Score-Runs          pic 9(4).
              03 Score-Received      pic 9(8).
              03 Score-Accepted      pic 9(8).
              03 Score-Rejected      pic 9(8).
              03 Score-Duplicates    pic 9(6).
              03 Score-Corrections   pic 9(6).
              03 Score-Late-Sum      pic s9(7).
              03 Score-Late-Max      pic s9(4).
              03 Score-Restarts      pic 9(4).
           02 Score-Cat-Code         pic x(2) occurs 9 times.
           02 Score-Cat-Total        pic 9(6) occurs 9 times.
       01 Score-Overflow-Flag        pic x value "N".
       01 Score-Source-Work          pic x(10) value spaces.
       01 source-sub                 pic 99 value 0.
       01 sscore-sub                 pic 99 value 0.
       01 shift-sub                  pic 99 value 0.
       01 shift-done-flag            pic x value "N".
       01 cat-sub                    pic 99 value 0.
       01 Reject-Pct-Work            pic 999V99 value 0.
       01 Late-Avg-Work              pic s9(4)V9 value 0.
       *>*****************Source Scores********************

       01 Score-Counters.
           02 Stats-Read-Count       pic 9(7) value 0.
           02 Stats-Window-Count     pic 9(7) value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic settles the window, gathers every source's
           *>statistics records that fall in it by run month, then
           *>prints a block per source.

           Perform 0100-Get-Run-Parameters.
           Move Function Current-Date to WS-Current-Date-Fields.
           if No-End-Month-Given
               Move WS-Current-Date-Fields(1:6) to Control-End-Month
           end-if.
           if Control-End-Month is not Numeric or not End-Mm-Valid
               Display "SRCSCORE: ending month must be YYYYMM"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Compute Window-End-Index =
                   Control-End-Year * 12 + Control-End-Mm - 1.
           Compute Window-Start-Index = Window-End-Index - 11.
           Move Window-Start-Index to Stat-Month-Index.
           Perform 0200-Month-To-YYYYMM.
           Move Month-YYYYMM-Work to Window-Start-YYYYMM.

           Perform 1000-Gather-Statistics.

           Open Output Report-File.
           Perform 2000-Write-Report-Header.
           if Score-Source-Count = 0
               Write Report-Print from Score-None-Line
           end-if.
           Move 1 to sscore-sub.
           Perform 2100-Write-Source-Block until
                   sscore-sub > Score-Source-Count.
           Perform 3000-Write-Report-Trailer.
           Close Report-File.
           Stop Run.

       0100-Get-Run-Parameters.
           *>The last month of the window and the report file name
           *>are taken from the command line.  Missing parameters
           *>fall back to the current month and srcscore.dat.
           Display 1 upon Argument-Number.
           Accept Control-End-Month from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.

       0200-Month-To-YYYYMM.
           Divide Stat-Month-Index by 12 giving Month-Year-Work
                   remainder Month-Mm-Work.
           Add 1 to Month-Mm-Work.

       1000-Gather-Statistics.
           *>A missing statistics file is not fatal - the report
           *>says nothing was found.
           Open Input Source-Stats-File.
           if Srcstat-Status not = "00"
               Display "SRCSCORE: source statistics unavailable -"
               Display "          status " Srcstat-Status
               Move "Y" to eof-srcstat-flag
           end-if.
           Perform 1100-Gather-Stat-Record until
                   eof-srcstat-flag = "Y".
           if Srcstat-Status = "00" or Srcstat-Status = "10"
               Close Source-Stats-File
           end-if.

       1100-Gather-Stat-Record.
           Read Source-Stats-File at end move "Y" to eof-srcstat-flag.
           if eof-srcstat-flag = "N"
               Add 1 to Stats-Read-Count
               if Stat-Run-Year is Numeric and
                  Stat-Run-Mm is Numeric and Stat-Run-Mm > 0
                   Compute Stat-Month-Index =
                           Stat-Run-Year * 12 + Stat-Run-Mm - 1
                   if Stat-Month-Index not < Window-Start-Index and
                      Stat-Month-Index not > Window-End-Index
                       Perform 1200-Add-Stat-Record
                   end-if
               end-if
           end-if.

       1200-Add-Stat-Record.
           Move Stat-Source-Id to Score-Source-Work.
           Perform 1300-Find-Source.
           if source-sub > 0
               Add 1 to Stats-Window-Count
               Compute month-sub =
                       Stat-Month-Index - Window-Start-Index + 1
               Perform 1210-Add-To-Month
               Move 13 to month-sub
               Perform 1210-Add-To-Month
               Move 1 to cat-sub
               Perform 1220-Add-Category until cat-sub > 9
           end-if.

       1210-Add-To-Month.
           *>Month 13 is the source's window total.
           Add 1 to Score-Runs(source-sub, month-sub).
           Add Stat-Received to Score-Received(source-sub, month-sub).
           Add Stat-Accepted to Score-Accepted(source-sub, month-sub).
           Add Stat-Rejected to Score-Rejected(source-sub, month-sub).
           Add Stat-Duplicates to
               Score-Duplicates(source-sub, month-sub).
           Add Stat-Corrections to
               Score-Corrections(source-sub, month-sub).
           Add Stat-Days-Late to Score-Late-Sum(source-sub, month-sub).
           if Score-Runs(source-sub, month-sub) = 1 or
              Stat-Days-Late > Score-Late-Max(source-sub, month-sub)
               Move Stat-Days-Late to
                    Score-Late-Max(source-sub, month-sub)
           end-if.
           if Stat-Restarted = "Y"
               Add 1 to Score-Restarts(source-sub, month-sub)
           end-if.

       1220-Add-Category.
           Move Stat-Category-Code(cat-sub) to
                Score-Cat-Code(source-sub, cat-sub).
           if Stat-Category-Count(cat-sub) is Numeric
               Add Stat-Category-Count(cat-sub) to
                   Score-Cat-Total(source-sub, cat-sub)
           end-if.
           Add 1 to cat-sub.

       1300-Find-Source.
           *>Finds the source's row, inserting it in source-id
           *>order the first time it is met.  A full table is
           *>warned about once.
           Move 0 to source-sub.
           Move 1 to sscore-sub.
           Move "N" to shift-done-flag.
           Perform 1310-Find-Source-Step until
                   shift-done-flag = "Y" or
                   sscore-sub > Score-Source-Count.
           if source-sub = 0
               if Score-Source-Count > 49
                   if Score-Overflow-Flag = "N"
                       Display "WARNING: Source table capacity "
                               "exceeded - scorecard is partial"
                       Move "Y" to Score-Overflow-Flag
                   end-if
               else
                   Perform 1320-Insert-Source
               end-if
           end-if.

       1310-Find-Source-Step.
           if Score-Source-Id(sscore-sub) = Score-Source-Work
               Move sscore-sub to source-sub
               Move "Y" to shift-done-flag
           else
               if Score-Source-Id(sscore-sub) > Score-Source-Work
                   Move "Y" to shift-done-flag
               else
                   Add 1 to sscore-sub
               end-if
           end-if.

       1320-Insert-Source.
           Add 1 to Score-Source-Count.
           Move Score-Source-Count to shift-sub.
           Perform 1325-Shift-Source until shift-sub = sscore-sub.
           Initialize Score-Source-Entry(sscore-sub).
           Move Score-Source-Work to Score-Source-Id(sscore-sub).
           Move sscore-sub to source-sub.

       1325-Shift-Source.
           Move Score-Source-Entry(shift-sub - 1) to
                Score-Source-Entry(shift-sub).
           Subtract 1 from shift-sub.

       2000-Write-Report-Header.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Score-Header.
           Move Window-Start-YYYYMM to sc-win-from-out.
           Move Control-End-Month to sc-win-to-out.
           Write Report-Print from Score-Window-Line.
           Write Report-Print from " ".

       2100-Write-Source-Block.
           Move sscore-sub to source-sub.
           Move Score-Source-Id(source-sub) to sc-source-out.
           Write Report-Print from Score-Source-Line.
           Write Report-Print from Score-Col-Headers.
           Move 1 to month-sub.
           Perform 2200-Write-Month-Line until month-sub > 13.
           Move 1 to cat-sub.
           Perform 2300-Move-Category until cat-sub > 9.
           Write Report-Print from Score-Category-Line.
           Write Report-Print from " ".
           Add 1 to sscore-sub.

       2200-Write-Month-Line.
           *>A month the source sent nothing in is printed anyway -
           *>a missing extract is itself a timeliness failure.
           if month-sub = 13
               Move "12 MOS" to sc-month-out
           else
               Compute Stat-Month-Index =
                       Window-Start-Index + month-sub - 1
               Perform 0200-Month-To-YYYYMM
               Move Month-YYYYMM-Work to sc-month-out
           end-if.
           Move Score-Runs(source-sub, month-sub) to sc-runs-out.
           Move Score-Received(source-sub, month-sub) to
                sc-received-out.
           Move Score-Accepted(source-sub, month-sub) to
                sc-accepted-out.
           Move Score-Rejected(source-sub, month-sub) to
                sc-rejected-out.
           Move 0 to Reject-Pct-Work.
           if Score-Received(source-sub, month-sub) > 0
               Compute Reject-Pct-Work rounded =
                   Score-Rejected(source-sub, month-sub) * 100 /
                   Score-Received(source-sub, month-sub)
           end-if.
           Move Reject-Pct-Work to sc-reject-pct-out.
           Move Score-Duplicates(source-sub, month-sub) to
                sc-dups-out.
           Move Score-Corrections(source-sub, month-sub) to
                sc-corrs-out.
           Move 0 to Late-Avg-Work.
           if Score-Runs(source-sub, month-sub) > 0
               Compute Late-Avg-Work rounded =
                   Score-Late-Sum(source-sub, month-sub) /
                   Score-Runs(source-sub, month-sub)
           end-if.
           Move Late-Avg-Work to sc-avg-late-out.
           Move Score-Late-Max(source-sub, month-sub) to
                sc-max-late-out.
           Evaluate True
               When Score-Runs(source-sub, month-sub) = 0
                   Move "NO EXTRACT" to sc-note-out
               When Score-Restarts(source-sub, month-sub) > 0
                   Move "RESTARTED" to sc-note-out
               When Other
                   Move spaces to sc-note-out
           End-Evaluate.
           Write Report-Print from Score-Detail-Line.
           Add 1 to month-sub.

       2300-Move-Category.
           Move Score-Cat-Code(source-sub, cat-sub) to
                sc-cat-code-out(cat-sub).
           Move Score-Cat-Total(source-sub, cat-sub) to
                sc-cat-count-out(cat-sub).
           Add 1 to cat-sub.

       3000-Write-Report-Trailer.
           Move "Statistics records read:" to sc-trail-label.
           Move Stats-Read-Count to sc-trail-count.
           Write Report-Print from Score-Trailer-Line.
           Move "Statistics records in the window:" to
                sc-trail-label.
           Move Stats-Window-Count to sc-trail-count.
           Write Report-Print from Score-Trailer-Line.
           Move "Sources scored:" to sc-trail-label.
           Move Score-Source-Count to sc-trail-count.
           Write Report-Print from Score-Trailer-Line.
