       *>Alexander Comerford
       *>csi203
       *>cobol program run once a cityremt.dat remittance has gone
       *>to county finance - proves the remittance and the
       *>cityremd.dat sale detail PROG7 wrote beside it balance,
       *>then appends both to the permanent remitlog.dat log under
       *>the next remittance number and the date it was sent, so
       *>CITYRECN can later say exactly which sales finance was
       *>paid on.  A remittance already on the log is refused
       *>rather than counted twice
       *>
       *>Modification History:
       *>  Initial version, alongside PROG7's cityremd.dat and the
       *>  CITYRECN quarterly reconciliation.
       Identification Division.
       Program-ID. REMTLOG.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Remit-File
                assign to dynamic Control-Remit-Filename
                Organization is line sequential
                File Status is Remit-Status.
           Select Remit-Sale-File
                assign to dynamic Control-Remit-Sale-Filename
                Organization is line sequential
                File Status is Remit-Sale-Status.
           Select Remit-Log-File
                assign to "remitlog.dat"
                Organization is line sequential
                File Status is Remit-Log-Status.

       Data Division.
       File Section.

       *>PROG7's cityremt.dat layout.
       FD Remit-File.
       01 Remit-Header-Rec.
           02 Rmt-Hdr-Id              pic x(3).
           02 Rmt-Hdr-Date            pic 9(8).
           02 Rmt-Hdr-Source          pic x(10).
       01 Remit-Detail-Rec.
           02 Rmt-City                pic x(15).
           02 Rmt-Record-Count        pic 9(6).
           02 Rmt-Price-Sum           pic 9(12).
           02 Rmt-Tax-Total           pic 9(10)V99.
       01 Remit-Trailer-Rec.
           02 Rmt-Trl-Id              pic x(3).
           02 Rmt-Trl-Count           pic 9(6).
           02 Rmt-Trl-Tax-Hash        pic 9(12)V99.

       *>PROG7's cityremd.dat layout.
       FD Remit-Sale-File.
       01 Remit-Sale-Header-Rec.
           02 Rsd-Hdr-Id              pic x(3).
           02 Rsd-Hdr-Date            pic 9(8).
           02 Rsd-Hdr-Source          pic x(10).
       01 Remit-Sale-Detail-Rec.
           02 Rsd-Id                  pic x(3).
           02 Rsd-Address             pic x(27).
           02 Rsd-Sale-Date           pic 9(8).
           02 Rsd-City                pic x(15).
           02 Rsd-Sale-Price          pic 9(6).
           02 Rsd-City-Rate           pic 999.
           02 Rsd-City-Tax            pic 9(8)V99.
       01 Remit-Sale-Trailer-Rec.
           02 Rsd-Trl-Id              pic x(3).
           02 Rsd-Trl-Count           pic 9(6).
           02 Rsd-Trl-Price-Hash      pic 9(12).
           02 Rsd-Trl-Tax-Hash        pic 9(12)V99.

       *>Every record starts with its type, the remittance number
       *>and the date the remittance was sent.  REM is the
       *>remittance itself, CTY one of its city records as sent,
       *>SAL one of the sales behind them.
       FD Remit-Log-File.
       01 Remit-Log-Rec.
           02 Rlog-Type               pic x(3).
              88 Rlog-Remittance      value "REM".
              88 Rlog-City            value "CTY".
              88 Rlog-Sale            value "SAL".
           02 Rlog-Remit-Id           pic 9(6).
           02 Rlog-Sent-Date          pic 9(8).
           02 Rlog-Data               pic x(77).
           02 Rlog-Rem-Data redefines Rlog-Data.
              03 Rlog-Hdr-Date        pic 9(8).
              03 Rlog-Source          pic x(10).
              03 Rlog-City-Count      pic 9(6).
              03 Rlog-Sale-Count      pic 9(6).
              03 Rlog-Price-Sum       pic 9(12).
              03 Rlog-Tax-Hash        pic 9(12)V99.
              03 Rlog-Logged-Stamp    pic x(14).
              03 Filler               pic x(7).
           02 Rlog-Cty-Data redefines Rlog-Data.
              03 Rlog-Cty-City        pic x(15).
              03 Rlog-Cty-Count       pic 9(6).
              03 Rlog-Cty-Price-Sum   pic 9(12).
              03 Rlog-Cty-Tax-Total   pic 9(10)V99.
              03 Filler               pic x(32).
           02 Rlog-Sal-Data redefines Rlog-Data.
              03 Rlog-Sal-Address     pic x(27).
              03 Rlog-Sal-Sale-Date   pic 9(8).
              03 Rlog-Sal-City        pic x(15).
              03 Rlog-Sal-Sale-Price  pic 9(6).
              03 Rlog-Sal-City-Rate   pic 999.
              03 Rlog-Sal-City-Tax    pic 9(8)V99.
              03 Filler               pic x(8).

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Remit-Filename  pic x(100) value
                               "cityremt.dat".
           02 Control-Remit-Sale-Filename pic x(100) value
                               "cityremd.dat".
           02 Control-Sent-Date       pic x(8) value spaces.
              88 No-Sent-Date-Given   value spaces.
       *>*****************Run parameters*********************

       01 WS-Current-Date-Fields      pic x(16).

       01 eof-remit-flag             pic x value "N".
       01 eof-remit-sale-flag        pic x value "N".
       01 eof-log-flag               pic x value "N".
       01 Remit-Status               pic xx value "00".
       01 Remit-Sale-Status          pic xx value "00".
       01 Remit-Log-Status           pic xx value "00".
       01 Sent-Date-Num              pic 9(8) value 0.
       01 Next-Remit-Id              pic 9(6) value 0.
       01 Logged-Stamp               pic x(14) value spaces.

       *>*****************Remittance Totals****************
       *>What the city records add up to, what their trailer
       *>claims, and the same again for the sale detail.
       01 Remit-Totals.
           02 Remit-Hdr-Date         pic 9(8) value 0.
           02 Remit-Hdr-Source       pic x(10) value spaces.
           02 Remit-Hdr-Seen-Flag    pic x value "N".
              88 Remit-Hdr-Seen      value "Y".
           02 Remit-Trl-Seen-Flag    pic x value "N".
              88 Remit-Trl-Seen      value "Y".
           02 Remit-City-Count       pic 9(6) value 0.
           02 Remit-Sale-Count       pic 9(6) value 0.
           02 Remit-Price-Sum        pic 9(12) value 0.
           02 Remit-Tax-Sum          pic 9(12)V99 value 0.
           02 Remit-Trl-Count        pic 9(6) value 0.
           02 Remit-Trl-Tax-Hash     pic 9(12)V99 value 0.
       01 Sale-Totals.
           02 Sale-Hdr-Date          pic 9(8) value 0.
           02 Sale-Trl-Seen-Flag     pic x value "N".
              88 Sale-Trl-Seen       value "Y".
           02 Sale-Count             pic 9(6) value 0.
           02 Sale-Price-Sum         pic 9(12) value 0.
           02 Sale-Tax-Sum           pic 9(12)V99 value 0.
           02 Sale-Trl-Count         pic 9(6) value 0.
           02 Sale-Trl-Price-Hash    pic 9(12) value 0.
           02 Sale-Trl-Tax-Hash      pic 9(12)V99 value 0.
       01 balance-ok-flag            pic x value "Y".
          88 Balance-OK              value "Y".
       01 Already-Logged-Flag        pic x value "N".
          88 Already-Logged          value "Y".
       01 Already-Logged-Id          pic 9(6) value 0.
       *>*****************Remittance Totals****************

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic proves the two files balance, checks the
           *>log does not already hold the remittance, then
           *>appends it.  Nothing is logged unless every check
           *>passes.

           Perform 0100-Get-Run-Parameters.
           if No-Sent-Date-Given
               Move Function Current-Date to WS-Current-Date-Fields
               Move WS-Current-Date-Fields(1:8) to Control-Sent-Date
           end-if.
           if Control-Sent-Date is not Numeric
               Display "REMTLOG: sent date must be YYYYMMDD"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move Control-Sent-Date to Sent-Date-Num.

           Perform 1000-Total-Remittance.
           Perform 1100-Total-Sale-Detail.
           Perform 1200-Check-Balance.
           if not Balance-OK
               Display "REMTLOG: remittance NOT logged"
               Move 16 to Return-Code
               Stop Run
           end-if.

           Perform 1300-Scan-Log.
           if Already-Logged
               Display "REMTLOG: remittance dated " Remit-Hdr-Date
                       " is already logged as number "
                       Already-Logged-Id
               Display "REMTLOG: remittance NOT logged"
               Move 16 to Return-Code
               Stop Run
           end-if.

           Perform 2000-Append-Log.
           Display "REMTLOG: remittance dated " Remit-Hdr-Date
                   " logged as number " Next-Remit-Id
                   " sent " Sent-Date-Num.
           Display "REMTLOG: cities " Remit-City-Count
                   "  sales " Remit-Sale-Count.
           Stop Run.

       0100-Get-Run-Parameters.
           *>The remittance and sale-detail file names and the date
           *>the remittance was sent are taken from the command
           *>line.  Missing parameters fall back to PROG7's file
           *>names and today's date.
           Display 1 upon Argument-Number.
           Accept Control-Remit-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Remit-Sale-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Sent-Date from Argument-Value
               on exception continue.

       1000-Total-Remittance.
           Open Input Remit-File.
           if Remit-Status not = "00"
               Display "REMTLOG: cannot open remittance file - "
                       "status " Remit-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 1010-Total-Remit-Record until eof-remit-flag = "Y".
           Close Remit-File.

       1010-Total-Remit-Record.
           Read Remit-File at end move "Y" to eof-remit-flag.
           if eof-remit-flag = "N"
               Evaluate True
                   When Rmt-Hdr-Id = "HDR"
                       Move Rmt-Hdr-Date to Remit-Hdr-Date
                       Move Rmt-Hdr-Source to Remit-Hdr-Source
                       Move "Y" to Remit-Hdr-Seen-Flag
                   When Rmt-Trl-Id = "TRL"
                       Move Rmt-Trl-Count to Remit-Trl-Count
                       Move Rmt-Trl-Tax-Hash to Remit-Trl-Tax-Hash
                       Move "Y" to Remit-Trl-Seen-Flag
                   When Other
                       Add 1 to Remit-City-Count
                       Add Rmt-Record-Count to Remit-Sale-Count
                       Add Rmt-Price-Sum to Remit-Price-Sum
                       Add Rmt-Tax-Total to Remit-Tax-Sum
               End-Evaluate
           end-if.

       1100-Total-Sale-Detail.
           Open Input Remit-Sale-File.
           if Remit-Sale-Status not = "00"
               Display "REMTLOG: cannot open sale detail file - "
                       "status " Remit-Sale-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 1110-Total-Sale-Record until
                   eof-remit-sale-flag = "Y".
           Close Remit-Sale-File.

       1110-Total-Sale-Record.
           Read Remit-Sale-File at end move "Y" to eof-remit-sale-flag.
           if eof-remit-sale-flag = "N"
               Evaluate True
                   When Rsd-Hdr-Id = "HDR"
                       Move Rsd-Hdr-Date to Sale-Hdr-Date
                   When Rsd-Trl-Id = "TRL"
                       Move Rsd-Trl-Count to Sale-Trl-Count
                       Move Rsd-Trl-Price-Hash to Sale-Trl-Price-Hash
                       Move Rsd-Trl-Tax-Hash to Sale-Trl-Tax-Hash
                       Move "Y" to Sale-Trl-Seen-Flag
                   When Rsd-Id = "DTL"
                       Add 1 to Sale-Count
                       Add Rsd-Sale-Price to Sale-Price-Sum
                       Add Rsd-City-Tax to Sale-Tax-Sum
               End-Evaluate
           end-if.

       1200-Check-Balance.
           *>Each file against its own trailer, then the two files
           *>against each other - they are written by the same run,
           *>so any difference means one was replaced or cut short.
           if not Remit-Hdr-Seen or not Remit-Trl-Seen
               Display "REMTLOG: remittance file HDR or TRL missing"
               Move "N" to balance-ok-flag
           end-if.
           if Remit-Trl-Count not = Remit-City-Count or
              Remit-Trl-Tax-Hash not = Remit-Tax-Sum
               Display "REMTLOG: remittance file out of balance "
                       "with its trailer"
               Move "N" to balance-ok-flag
           end-if.
           if not Sale-Trl-Seen
               Display "REMTLOG: sale detail file TRL missing"
               Move "N" to balance-ok-flag
           end-if.
           if Sale-Trl-Count not = Sale-Count or
              Sale-Trl-Price-Hash not = Sale-Price-Sum or
              Sale-Trl-Tax-Hash not = Sale-Tax-Sum
               Display "REMTLOG: sale detail file out of balance "
                       "with its trailer"
               Move "N" to balance-ok-flag
           end-if.
           if Sale-Hdr-Date not = Remit-Hdr-Date or
              Sale-Count not = Remit-Sale-Count or
              Sale-Price-Sum not = Remit-Price-Sum or
              Sale-Tax-Sum not = Remit-Tax-Sum
               Display "REMTLOG: sale detail does not match the "
                       "remittance - not from the same run"
               Move "N" to balance-ok-flag
           end-if.

       1300-Scan-Log.
           *>The same header date, counts and totals already on the
           *>log means the file was logged before.  The highest
           *>remittance number found sets the next one.
           Open Input Remit-Log-File.
           if Remit-Log-Status not = "00"
               Move "Y" to eof-log-flag
           end-if.
           Perform 1310-Scan-Log-Record until eof-log-flag = "Y".
           if Remit-Log-Status = "00" or Remit-Log-Status = "10"
               Close Remit-Log-File
           end-if.
           Add 1 to Next-Remit-Id.

       1310-Scan-Log-Record.
           Read Remit-Log-File at end move "Y" to eof-log-flag.
           if eof-log-flag = "N" and Rlog-Remittance
               if Rlog-Remit-Id > Next-Remit-Id
                   Move Rlog-Remit-Id to Next-Remit-Id
               end-if
               if Rlog-Hdr-Date = Remit-Hdr-Date and
                  Rlog-City-Count = Remit-City-Count and
                  Rlog-Sale-Count = Remit-Sale-Count and
                  Rlog-Price-Sum = Remit-Price-Sum and
                  Rlog-Tax-Hash = Remit-Tax-Sum
                   Move "Y" to Already-Logged-Flag
                   Move Rlog-Remit-Id to Already-Logged-Id
               end-if
           end-if.

       2000-Append-Log.
           Open Extend Remit-Log-File.
           if Remit-Log-Status = "35"
               Open Output Remit-Log-File
           end-if.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:14) to Logged-Stamp.

           Move spaces to Remit-Log-Rec.
           Move "REM" to Rlog-Type.
           Move Next-Remit-Id to Rlog-Remit-Id.
           Move Sent-Date-Num to Rlog-Sent-Date.
           Move Remit-Hdr-Date to Rlog-Hdr-Date.
           Move Remit-Hdr-Source to Rlog-Source.
           Move Remit-City-Count to Rlog-City-Count.
           Move Remit-Sale-Count to Rlog-Sale-Count.
           Move Remit-Price-Sum to Rlog-Price-Sum.
           Move Remit-Tax-Sum to Rlog-Tax-Hash.
           Move Logged-Stamp to Rlog-Logged-Stamp.
           Write Remit-Log-Rec.

           Move "N" to eof-remit-flag.
           Open Input Remit-File.
           Perform 2010-Log-City-Record until eof-remit-flag = "Y".
           Close Remit-File.

           Move "N" to eof-remit-sale-flag.
           Open Input Remit-Sale-File.
           Perform 2020-Log-Sale-Record until
                   eof-remit-sale-flag = "Y".
           Close Remit-Sale-File.
           Close Remit-Log-File.

       2010-Log-City-Record.
           Read Remit-File at end move "Y" to eof-remit-flag.
           if eof-remit-flag = "N" and
              Rmt-Hdr-Id not = "HDR" and Rmt-Trl-Id not = "TRL"
               Move spaces to Remit-Log-Rec
               Move "CTY" to Rlog-Type
               Move Next-Remit-Id to Rlog-Remit-Id
               Move Sent-Date-Num to Rlog-Sent-Date
               Move Rmt-City to Rlog-Cty-City
               Move Rmt-Record-Count to Rlog-Cty-Count
               Move Rmt-Price-Sum to Rlog-Cty-Price-Sum
               Move Rmt-Tax-Total to Rlog-Cty-Tax-Total
               Write Remit-Log-Rec
           end-if.

       2020-Log-Sale-Record.
           Read Remit-Sale-File at end move "Y" to eof-remit-sale-flag.
           if eof-remit-sale-flag = "N" and Rsd-Id = "DTL"
               Move spaces to Remit-Log-Rec
               Move "SAL" to Rlog-Type
               Move Next-Remit-Id to Rlog-Remit-Id
               Move Sent-Date-Num to Rlog-Sent-Date
               Move Rsd-Address to Rlog-Sal-Address
               Move Rsd-Sale-Date to Rlog-Sal-Sale-Date
               Move Rsd-City to Rlog-Sal-City
               Move Rsd-Sale-Price to Rlog-Sal-Sale-Price
               Move Rsd-City-Rate to Rlog-Sal-City-Rate
               Move Rsd-City-Tax to Rlog-Sal-City-Tax
               Write Remit-Log-Rec
           end-if.
