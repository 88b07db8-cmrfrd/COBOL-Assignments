       *>Alexander Comerford
       *>csi203
       *>cobol tax notice print run - takes the taxntc.dat extract
       *>PROG7 writes and prints one supplemental tax notice per
       *>accepted sale (address, city, sale date and price, the
       *>tax rule and rate applied, property tax, city tax and
       *>total due), a revised notice for every AMD correction and
       *>a void notice for every CXL, each pointing back to the
       *>sale's original notice number, plus a billing register
       *>whose totals tie back to the run report's tax grand totals
       *>
       *>Modification History:
       *>  Initial version.  Notice numbers are held on the
       *>  ntcreg.dat notice register, one record per sale keyed
       *>  like the sales-history master, which also carries the
       *>  rates each sale was first billed at so a revision is
       *>  re-priced on the same terms.
       *>  The register is keyed on the standardized address PROG7
       *>  now builds keys from; Reg-Orig-Address keeps the address
       *>  the sale was received under, from the extract's
       *>  Ntx-Orig-Address, and that is what the notice and the
       *>  billing register print.
       Identification Division.
       Program-ID. TAXNOTC.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Extract-File
                assign to dynamic Control-Extract-Filename
                Organization is line sequential
                File Status is Extract-Status.
           Select Register-File
                assign to "ntcreg.dat"
                Organization is indexed
                Access is dynamic
                Record key is Reg-Key
                File Status is Register-Status.
           Select Notice-File
                assign to dynamic Control-Notice-Filename
                Organization is line sequential.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.

       Data Division.
       File Section.

       *>PROG7's tax notice extract - HDR, NEW/AMD/CXL details,
       *>TRL with the detail count and the NEW records' tax
       *>hashes.
       FD Extract-File.
       01 Notice-Header-Rec.
           02 Ntx-Hdr-Id              pic x(3).
           02 Ntx-Hdr-Date            pic 9(8).
           02 Ntx-Hdr-Source          pic x(10).
       01 Notice-Detail-Rec.
           02 Ntx-Type                pic x(3).
              88 Ntx-New              value "NEW".
              88 Ntx-Amend            value "AMD".
              88 Ntx-Cancel           value "CXL".
           02 Ntx-Address             pic x(27).
           02 Ntx-Sale-Date           pic 9(8).
           02 Ntx-City                pic x(15).
           02 Ntx-Sale-Price          pic 9(6).
           02 Ntx-Old-Price           pic 9(6).
           02 Ntx-Rule-Level          pic x(5).
           02 Ntx-Rule-Key            pic x(15).
           02 Ntx-Rule-Effective      pic 9(6).
           02 Ntx-Rule-Rate           pic 9(4).
           02 Ntx-City-Rate           pic 999.
           02 Ntx-Property-Tax        pic 9(8)V99.
           02 Ntx-City-Tax            pic 9(8)V99.
           02 Ntx-Orig-Address        pic x(27).
       01 Notice-Trailer-Rec.
           02 Ntx-Trl-Id              pic x(3).
           02 Ntx-Trl-Count           pic 9(6).
           02 Ntx-Trl-Property-Hash   pic 9(12)V99.
           02 Ntx-Trl-City-Hash       pic 9(12)V99.

       *>The notice register - the latest notice for every sale
       *>ever noticed.  Reg-Orig-Notice never changes once the
       *>original is issued; Reg-Notice-Number and the amounts
       *>follow each revision, and a void leaves the amounts at
       *>zero.
       FD Register-File.
       01 Register-Rec.
           02 Reg-Key.
              03 Reg-Address          pic x(27).
              03 Reg-Sale-Date        pic 9(8).
           02 Reg-Notice-Number       pic 9(7).
           02 Reg-Orig-Notice         pic 9(7).
           02 Reg-Status              pic x(8).
              88 Reg-Void             value "VOID".
           02 Reg-City                pic x(15).
           02 Reg-Sale-Price          pic 9(6).
           02 Reg-Rule-Level          pic x(5).
           02 Reg-Rule-Key            pic x(15).
           02 Reg-Rule-Effective      pic 9(6).
           02 Reg-Rule-Rate           pic 9(4).
           02 Reg-City-Rate           pic 999.
           02 Reg-Property-Tax        pic 9(8)V99.
           02 Reg-City-Tax            pic 9(8)V99.
           02 Reg-Issue-Date          pic 9(8).
           02 Reg-Orig-Address        pic x(27).

       FD Notice-File.
       01 Notice-Print                pic x(80) value spaces.

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Extract-Filename pic x(100) value
                               "taxntc.dat".
           02 Control-Notice-Filename pic x(100) value
                               "taxntcp.dat".
           02 Control-Report-Filename pic x(100) value
                               "taxntcr.dat".
       *>*****************Run parameters*********************

       01 WS-Current-Date-Fields      pic x(16).
       01 Run-Date                    pic 9(8) value 0.

       01 eof-extract-flag            pic x value "N".
       01 eof-register-flag           pic x value "N".
       01 Extract-Status              pic xx value "00".
       01 Register-Status             pic xx value "00".

       *>*****************Extract verification***************
       *>The whole extract is balanced against its trailer before
       *>a single notice number is issued - a short or damaged
       *>extract (an aborted PROG7 run leaves one with no
       *>trailer) is refused outright.
       01 Extract-Hdr-Date            pic 9(8) value 0.
       01 Extract-Hdr-Source          pic x(10) value spaces.
       01 Verify-Detail-Count         pic 9(6) value 0.
       01 Verify-Property-Hash        pic 9(12)V99 value 0.
       01 Verify-City-Hash            pic 9(12)V99 value 0.
       01 Trailer-Seen-Flag           pic x value "N".
          88 Trailer-Seen            value "Y".
       01 Trailer-Count               pic 9(6) value 0.
       01 Trailer-Property-Hash       pic 9(12)V99 value 0.
       01 Trailer-City-Hash           pic 9(12)V99 value 0.
       *>*****************Extract verification***************

       01 Last-Notice-Number          pic 9(7) value 0.
       01 Prior-Notice-Number         pic 9(7) value 0.
       01 Prior-Property-Tax          pic 9(8)V99 value 0.
       01 Prior-City-Tax              pic 9(8)V99 value 0.
       01 Revised-Property-Tax        pic 9(8)V99 value 0.
       01 Revised-City-Tax            pic 9(8)V99 value 0.
       01 Adjust-Property-Tax         pic s9(8)V99 value 0.
       01 Adjust-City-Tax             pic s9(8)V99 value 0.
       01 Adjust-Total-Tax            pic s9(9)V99 value 0.
       01 Notice-Kind                 pic x(8) value spaces.
       01 notice-ok-flag              pic x value "Y".
          88 Notice-Ok               value "Y".
       01 Exception-Message           pic x(40) value spaces.

       *>*****************Register totals*******************
       01 Register-Totals.
           02 Orig-Count             pic 9(6) value 0.
           02 Orig-Property-Sum      pic s9(12)V99 value 0.
           02 Orig-City-Sum          pic s9(12)V99 value 0.
           02 Revised-Count          pic 9(6) value 0.
           02 Revised-Property-Sum   pic s9(12)V99 value 0.
           02 Revised-City-Sum       pic s9(12)V99 value 0.
           02 Void-Count             pic 9(6) value 0.
           02 Void-Property-Sum      pic s9(12)V99 value 0.
           02 Void-City-Sum          pic s9(12)V99 value 0.
           02 Exception-Count        pic 9(6) value 0.
       01 Total-Work-Count            pic 9(6) value 0.
       01 Total-Work-Property         pic s9(12)V99 value 0.
       01 Total-Work-City             pic s9(12)V99 value 0.
       *>*****************Register totals*******************

       *>*****************Notice layout*********************
       01 Notice-Title-Line.
           02 Filler                  pic x(14) value spaces.
           02 ntc-title-out           pic x(52).
           02 Filler                  pic x(14) value spaces.
       01 Notice-Field-Line.
           02 Filler                  pic x(4) value spaces.
           02 ntc-label-out           pic x(22).
           02 ntc-value-out           pic x(54).
       01 ntc-number-edit             pic 9(7).
       01 ntc-date-edit               pic 9999/99/99.
       01 ntc-price-edit              pic $zzz,zz9.
       01 ntc-amount-edit             pic $$,$$$,$$9.99-.
       01 ntc-rate-edit               pic z9.99.
       01 ntc-city-rate-edit          pic z9.9.
       01 Rate-Pct-Work               pic 99V99 value 0.
       01 City-Rate-Pct-Work          pic 99V9 value 0.
       *>*****************Notice layout*********************

       *>*****************Billing register layout*************
       01 Register-Header.
           02 Filler                  pic x(40) value spaces.
           02 Filler                  pic x(30)
           Value "Tax Notice Billing Register - ".
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(80) value spaces.

       01 Register-Extract-Line.
           02 Filler                  pic x(9) value "Extract: ".
           02 rg-extract-out          pic x(60).
           02 Filler                  pic x(8) value "  dated ".
           02 rg-extract-date-out     pic 9999/99/99.
           02 Filler                  pic x(9) value "  source ".
           02 rg-extract-source-out   pic x(10).
           02 Filler                  pic x(54) value spaces.

       01 Register-Col-Headers.
           02 Filler                pic x(7) value "Notice".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Type".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(7) value "Orig".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(27) value "Property-Address".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "City".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(10) value "Sale Date".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Price".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(14) value "  Property Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(14) value "      City Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(14) value "         Total".

       01 Register-Detail-Line.
           02 rg-notice-out         pic 9(7).
           02 Filler                pic x(2) value spaces.
           02 rg-type-out           pic x(8).
           02 Filler                pic x(2) value spaces.
           02 rg-orig-out           pic 9(7).
           02 Filler                pic x(2) value spaces.
           02 rg-address-out        pic x(27).
           02 Filler                pic x(2) value spaces.
           02 rg-city-out           pic x(15).
           02 Filler                pic x(2) value spaces.
           02 rg-date-out           pic 9999/99/99.
           02 Filler                pic x(2) value spaces.
           02 rg-price-out          pic $zzz,zz9.
           02 Filler                pic x(2) value spaces.
           02 rg-property-out       pic $$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rg-city-tax-out       pic $$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rg-total-out          pic $$,$$$,$$9.99-.

       01 Register-Exception-Line.
           02 Filler                pic x(4) value "*** ".
           02 rg-exc-type-out       pic x(3).
           02 Filler                pic x(2) value spaces.
           02 rg-exc-address-out    pic x(27).
           02 Filler                pic x(2) value spaces.
           02 rg-exc-date-out       pic 9(8).
           02 Filler                pic x(2) value spaces.
           02 rg-exc-message-out    pic x(40).
           02 Filler                pic x(72) value spaces.

       01 Register-Total-Line.
           02 rt-label              pic x(28) value spaces.
           02 rt-count              pic zzzzz9.
           02 Filler                pic x(4) value spaces.
           02 rt-property           pic $$$,$$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rt-city               pic $$$,$$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rt-total              pic $$$,$$$,$$$,$$9.99-.
           02 Filler                pic x(61) value spaces.

       01 Register-Total-Headers.
           02 Filler                pic x(28) value spaces.
           02 Filler                pic x(6) value " Count".
           02 Filler                pic x(4) value spaces.
           02 Filler                pic x(19) value
                                    "       Property Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(19) value
                                    "           City Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(19) value
                                    "              Total".

       01 Register-Tie-Line.
           02 rt-tie-label          pic x(38) value spaces.
           02 rt-tie-ours           pic $$$,$$$,$$$,$$9.99.
           02 Filler                pic x(20) value
                                    "   extract trailer: ".
           02 rt-tie-trailer        pic $$$,$$$,$$$,$$9.99.
           02 Filler                pic x(3) value spaces.
           02 rt-tie-flag           pic x(3).
           02 Filler                pic x(60) value spaces.
       *>*****************Billing register layout*************

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic balances the extract against its trailer,
           *>finds the last notice number issued, then issues a
           *>notice per extract record - printing each one and
           *>listing it on the billing register - and closes the
           *>register with its totals and tie-out lines.

           Perform 0100-Get-Run-Parameters.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:8) to Run-Date.
           Perform 0200-Verify-Extract.

           Open I-O Register-File.
           if Register-Status = "35"
               Open Output Register-File
               if Register-Status = "00"
                   Close Register-File
                   Open I-O Register-File
               end-if
           end-if.
           if Register-Status not = "00"
               Display "TAXNOTC: notice register unavailable -"
               Display "         status " Register-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 0300-Find-Last-Notice.

           Open Output Notice-File.
           Open Output Report-File.
           Perform 1000-Write-Register-Header.

           Move "N" to eof-extract-flag.
           Open Input Extract-File.
           Read Extract-File
               at end Move "Y" to eof-extract-flag
           end-read.
           Perform 2000-Process-Extract-Record until
                   eof-extract-flag = "Y".
           Close Extract-File.

           Perform 3000-Write-Register-Totals.
           Close Register-File.
           Close Notice-File.
           Close Report-File.
           if Exception-Count > 0
               Move 4 to Return-Code
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           *>Extract, notice print and billing register file names
           *>are taken from the command line.  Missing parameters
           *>fall back to the compiled-in defaults.
           Display 1 upon Argument-Number.
           Accept Control-Extract-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Notice-Filename from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.

       0200-Verify-Extract.
           Open Input Extract-File.
           if Extract-Status not = "00"
               Display "TAXNOTC: tax notice extract unavailable -"
               Display "         status " Extract-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Read Extract-File
               at end Move "Y" to eof-extract-flag
           end-read.
           if eof-extract-flag = "Y" or Ntx-Hdr-Id not = "HDR"
               Display "TAXNOTC: extract does not open with a HDR "
                       "record - refused"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move Ntx-Hdr-Date to Extract-Hdr-Date.
           Move Ntx-Hdr-Source to Extract-Hdr-Source.
           Read Extract-File
               at end Move "Y" to eof-extract-flag
           end-read.
           Perform 0210-Verify-Extract-Record until
                   eof-extract-flag = "Y".
           Close Extract-File.

           if not Trailer-Seen
               Display "TAXNOTC: extract has no TRL record - PROG7 "
                       "did not finish; refused"
               Move 16 to Return-Code
               Stop Run
           end-if.
           if Trailer-Count not = Verify-Detail-Count or
              Trailer-Property-Hash not = Verify-Property-Hash or
              Trailer-City-Hash not = Verify-City-Hash
               Display "TAXNOTC: extract is out of balance with its "
                       "trailer - refused"
               Display "         records " Verify-Detail-Count
                       " trailer " Trailer-Count
               Move 16 to Return-Code
               Stop Run
           end-if.

       0210-Verify-Extract-Record.
           if Ntx-Trl-Id = "TRL"
               Move "Y" to Trailer-Seen-Flag
               Move Ntx-Trl-Count to Trailer-Count
               Move Ntx-Trl-Property-Hash to Trailer-Property-Hash
               Move Ntx-Trl-City-Hash to Trailer-City-Hash
               Move "Y" to eof-extract-flag
           else
               Add 1 to Verify-Detail-Count
               if Ntx-New
                   Add Ntx-Property-Tax to Verify-Property-Hash
                   Add Ntx-City-Tax to Verify-City-Hash
               end-if
               Read Extract-File
                   at end Move "Y" to eof-extract-flag
               end-read
           end-if.

       0300-Find-Last-Notice.
           *>Notice numbers only ever go up and every notice issued
           *>leaves its number on the register, so the highest one
           *>there is the last one issued.
           Move 0 to Last-Notice-Number.
           Move "N" to eof-register-flag.
           Move low-values to Reg-Key.
           Start Register-File key not < Reg-Key
               invalid key Move "Y" to eof-register-flag
           end-start.
           Perform 0310-Scan-Register until eof-register-flag = "Y".

       0310-Scan-Register.
           Read Register-File next record
               at end Move "Y" to eof-register-flag
               not at end
                   if Reg-Notice-Number > Last-Notice-Number
                       Move Reg-Notice-Number to Last-Notice-Number
                   end-if
           end-read.

       1000-Write-Register-Header.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Register-Header.
           Move Control-Extract-Filename to rg-extract-out.
           Move Extract-Hdr-Date to rg-extract-date-out.
           Move Extract-Hdr-Source to rg-extract-source-out.
           Write Report-Print from Register-Extract-Line.
           Write Report-Print from " ".
           Write Report-Print from Register-Col-Headers.
           Write Report-Print from " ".

       2000-Process-Extract-Record.
           *>The HDR was checked in the verification pass, and the
           *>TRL ends the run.
           Evaluate True
               When Ntx-Hdr-Id = "HDR"
                   Continue
               When Ntx-Trl-Id = "TRL"
                   Move "Y" to eof-extract-flag
               When Ntx-New
                   Perform 2100-Issue-Original
               When Ntx-Amend
                   Perform 2200-Issue-Revised
               When Ntx-Cancel
                   Perform 2300-Issue-Void
           End-Evaluate.
           if eof-extract-flag = "N"
               Read Extract-File
                   at end Move "Y" to eof-extract-flag
               end-read
           end-if.

       2050-Find-Prior-Notice.
           *>A correction revises or voids the sale's latest
           *>notice.  A sale never noticed (posted before notices
           *>were issued from the extract) or already voided has
           *>nothing to correct.
           Move "Y" to notice-ok-flag.
           Move Ntx-Address to Reg-Address.
           Move Ntx-Sale-Date to Reg-Sale-Date.
           Read Register-File
               invalid key
                   Move "No original notice on register" to
                        Exception-Message
                   Perform 2900-Write-Exception
           end-read.
           if Notice-Ok and Reg-Void
               Move "Notice already voided" to Exception-Message
               Perform 2900-Write-Exception
           end-if.
           *>A notice registered before the address as received was
           *>kept takes the correction's, and keeps it from then on.
           if Notice-Ok and Reg-Orig-Address = spaces
               Move Ntx-Orig-Address to Reg-Orig-Address
           end-if.

       2100-Issue-Original.
           *>A sale already on the register has had its original
           *>notice - the same extract run through twice - and is
           *>listed as an exception rather than billed again.
           Move "Y" to notice-ok-flag.
           Move Ntx-Address to Reg-Address.
           Move Ntx-Sale-Date to Reg-Sale-Date.
           Read Register-File
               invalid key
                   Continue
               not invalid key
                   Move Reg-Notice-Number to ntc-number-edit
                   Move spaces to Exception-Message
                   String "Already noticed - notice "
                              Delimited by size
                          ntc-number-edit Delimited by size
                          into Exception-Message
                   end-string
                   Perform 2900-Write-Exception
           end-read.
           if Notice-Ok
               Perform 2110-Register-Original
           end-if.
           if Notice-Ok
               Perform 2120-Print-Original
           end-if.

       2110-Register-Original.
           Add 1 to Last-Notice-Number.
           Move spaces to Register-Rec.
           Move Ntx-Address to Reg-Address.
           Move Ntx-Sale-Date to Reg-Sale-Date.
           Move Last-Notice-Number to Reg-Notice-Number.
           Move Last-Notice-Number to Reg-Orig-Notice.
           Move "ORIGINAL" to Reg-Status.
           Move Ntx-City to Reg-City.
           Move Ntx-Sale-Price to Reg-Sale-Price.
           Move Ntx-Rule-Level to Reg-Rule-Level.
           Move Ntx-Rule-Key to Reg-Rule-Key.
           Move Ntx-Rule-Effective to Reg-Rule-Effective.
           Move Ntx-Rule-Rate to Reg-Rule-Rate.
           Move Ntx-City-Rate to Reg-City-Rate.
           Move Ntx-Property-Tax to Reg-Property-Tax.
           Move Ntx-City-Tax to Reg-City-Tax.
           Move Run-Date to Reg-Issue-Date.
           Move Ntx-Orig-Address to Reg-Orig-Address.
           Write Register-Rec
               invalid key
                   Move "Register write failed" to Exception-Message
                   Perform 2900-Write-Exception
           end-write.

       2120-Print-Original.
           Move "ORIGINAL" to Notice-Kind.
           Move 0 to Prior-Notice-Number.
           Perform 4000-Print-Notice-Heading.
           Perform 4100-Print-Notice-Property.
           Perform 4200-Print-Notice-Rates.
           Move "Property Tax:" to ntc-label-out.
           Move Reg-Property-Tax to ntc-amount-edit.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "City Tax:" to ntc-label-out.
           Move Reg-City-Tax to ntc-amount-edit.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Total Due:" to ntc-label-out.
           Compute ntc-amount-edit = Reg-Property-Tax + Reg-City-Tax.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.

           Add 1 to Orig-Count.
           Add Reg-Property-Tax to Orig-Property-Sum.
           Add Reg-City-Tax to Orig-City-Sum.
           Move Reg-Property-Tax to Adjust-Property-Tax.
           Move Reg-City-Tax to Adjust-City-Tax.
           Perform 2800-Write-Register-Line.

       2200-Issue-Revised.
           *>An amended price is re-billed at the rule and rates
           *>the sale was originally billed at - the amendment
           *>corrects the price, not the rate.  The revised notice
           *>shows what was billed before and the adjustment due.
           Perform 2050-Find-Prior-Notice.
           if Notice-Ok
               Perform 2210-Reprice-Revision
           end-if.
           if Notice-Ok
               Perform 2220-Register-Revision
           end-if.
           if Notice-Ok
               Perform 2230-Print-Revised
           end-if.

       2210-Reprice-Revision.
           Compute Revised-Property-Tax =
                   Ntx-Sale-Price * Reg-Rule-Rate * .0001.
           Compute Revised-City-Tax =
                   Ntx-Sale-Price * Reg-City-Rate * .001.
           if Ntx-Sale-Price = Reg-Sale-Price and
              Revised-Property-Tax = Reg-Property-Tax and
              Revised-City-Tax = Reg-City-Tax
               Move Reg-Notice-Number to ntc-number-edit
               Move spaces to Exception-Message
               String "No change from notice " Delimited by size
                      ntc-number-edit Delimited by size
                      into Exception-Message
               end-string
               Perform 2900-Write-Exception
           end-if.

       2220-Register-Revision.
           Move Reg-Notice-Number to Prior-Notice-Number.
           Move Reg-Property-Tax to Prior-Property-Tax.
           Move Reg-City-Tax to Prior-City-Tax.
           Add 1 to Last-Notice-Number.
           Move Last-Notice-Number to Reg-Notice-Number.
           Move "REVISED" to Reg-Status.
           Move Ntx-Sale-Price to Reg-Sale-Price.
           Move Revised-Property-Tax to Reg-Property-Tax.
           Move Revised-City-Tax to Reg-City-Tax.
           Move Run-Date to Reg-Issue-Date.
           Rewrite Register-Rec
               invalid key
                   Move "Register rewrite failed" to
                        Exception-Message
                   Perform 2900-Write-Exception
           end-rewrite.

       2230-Print-Revised.
           Move "REVISED" to Notice-Kind.
           Perform 4000-Print-Notice-Heading.
           Perform 4100-Print-Notice-Property.
           Perform 4200-Print-Notice-Rates.
           Move "Previously Billed:" to ntc-label-out.
           Compute ntc-amount-edit = Prior-Property-Tax +
                                     Prior-City-Tax.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Revised Property Tax:" to ntc-label-out.
           Move Reg-Property-Tax to ntc-amount-edit.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Revised City Tax:" to ntc-label-out.
           Move Reg-City-Tax to ntc-amount-edit.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Revised Total:" to ntc-label-out.
           Compute ntc-amount-edit = Reg-Property-Tax + Reg-City-Tax.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.

           Compute Adjust-Property-Tax =
                   Reg-Property-Tax - Prior-Property-Tax.
           Compute Adjust-City-Tax = Reg-City-Tax - Prior-City-Tax.
           Move "Adjustment Due:" to ntc-label-out.
           Compute ntc-amount-edit = Adjust-Property-Tax +
                                     Adjust-City-Tax.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.

           Add 1 to Revised-Count.
           Add Adjust-Property-Tax to Revised-Property-Sum.
           Add Adjust-City-Tax to Revised-City-Sum.
           Perform 2800-Write-Register-Line.

       2300-Issue-Void.
           *>A cancelled sale's latest notice is voided in full -
           *>the amounts on the register go to zero and the void
           *>notice cancels whatever was last billed.
           Perform 2050-Find-Prior-Notice.
           if Notice-Ok
               Perform 2310-Register-Void
           end-if.
           if Notice-Ok
               Perform 2320-Print-Void
           end-if.

       2310-Register-Void.
           Move Reg-Notice-Number to Prior-Notice-Number.
           Move Reg-Property-Tax to Prior-Property-Tax.
           Move Reg-City-Tax to Prior-City-Tax.
           Add 1 to Last-Notice-Number.
           Move Last-Notice-Number to Reg-Notice-Number.
           Move "VOID" to Reg-Status.
           Move 0 to Reg-Property-Tax.
           Move 0 to Reg-City-Tax.
           Move Run-Date to Reg-Issue-Date.
           Rewrite Register-Rec
               invalid key
                   Move "Register rewrite failed" to
                        Exception-Message
                   Perform 2900-Write-Exception
           end-rewrite.

       2320-Print-Void.
           Move "VOID" to Notice-Kind.
           Perform 4000-Print-Notice-Heading.
           Perform 4100-Print-Notice-Property.
           Move "Sale Status:" to ntc-label-out.
           Move "Cancelled - this notice is void" to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Amount Cancelled:" to ntc-label-out.
           Compute ntc-amount-edit = Prior-Property-Tax +
                                     Prior-City-Tax.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Total Due:" to ntc-label-out.
           Move 0 to ntc-amount-edit.
           Move ntc-amount-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.

           Compute Adjust-Property-Tax = 0 - Prior-Property-Tax.
           Compute Adjust-City-Tax = 0 - Prior-City-Tax.
           Add 1 to Void-Count.
           Add Adjust-Property-Tax to Void-Property-Sum.
           Add Adjust-City-Tax to Void-City-Sum.
           Perform 2800-Write-Register-Line.

       2800-Write-Register-Line.
           *>Originals list what was billed; revisions and voids
           *>list the change they make, so each type's column sums
           *>to its own total and the three net to what is billed.
           Move spaces to Register-Detail-Line.
           Move Reg-Notice-Number to rg-notice-out.
           Move Notice-Kind to rg-type-out.
           Move Reg-Orig-Notice to rg-orig-out.
           if Reg-Orig-Address = spaces
               Move Reg-Address to rg-address-out
           else
               Move Reg-Orig-Address to rg-address-out
           end-if.
           Move Reg-City to rg-city-out.
           Move Reg-Sale-Date to rg-date-out.
           Move Reg-Sale-Price to rg-price-out.
           Move Adjust-Property-Tax to rg-property-out.
           Move Adjust-City-Tax to rg-city-tax-out.
           Compute Adjust-Total-Tax =
                   Adjust-Property-Tax + Adjust-City-Tax.
           Move Adjust-Total-Tax to rg-total-out.
           Write Report-Print from Register-Detail-Line.

       2900-Write-Exception.
           *>Exception-Message is preset by the caller.  No notice
           *>number is used up by an exception.
           Move "N" to notice-ok-flag.
           Add 1 to Exception-Count.
           Move Ntx-Type to rg-exc-type-out.
           if Ntx-Orig-Address = spaces
               Move Ntx-Address to rg-exc-address-out
           else
               Move Ntx-Orig-Address to rg-exc-address-out
           end-if.
           Move Ntx-Sale-Date to rg-exc-date-out.
           Move Exception-Message to rg-exc-message-out.
           Write Report-Print from Register-Exception-Line.

       3000-Write-Register-Totals.
           Write Report-Print from " ".
           Write Report-Print from Register-Total-Headers.

           Move "Original notices:" to rt-label.
           Move Orig-Count to Total-Work-Count.
           Move Orig-Property-Sum to Total-Work-Property.
           Move Orig-City-Sum to Total-Work-City.
           Perform 3100-Write-Total-Line.

           Move "Revised notices (change):" to rt-label.
           Move Revised-Count to Total-Work-Count.
           Move Revised-Property-Sum to Total-Work-Property.
           Move Revised-City-Sum to Total-Work-City.
           Perform 3100-Write-Total-Line.

           Move "Void notices (change):" to rt-label.
           Move Void-Count to Total-Work-Count.
           Move Void-Property-Sum to Total-Work-Property.
           Move Void-City-Sum to Total-Work-City.
           Perform 3100-Write-Total-Line.

           Move "Net billed this run:" to rt-label.
           Compute Total-Work-Count =
                   Orig-Count + Revised-Count + Void-Count.
           Compute Total-Work-Property = Orig-Property-Sum +
                   Revised-Property-Sum + Void-Property-Sum.
           Compute Total-Work-City = Orig-City-Sum +
                   Revised-City-Sum + Void-City-Sum.
           Perform 3100-Write-Total-Line.

           Move "Exceptions, no notice:" to rt-label.
           Move Exception-Count to Total-Work-Count.
           Move 0 to Total-Work-Property.
           Move 0 to Total-Work-City.
           Perform 3100-Write-Total-Line.

           *>The original notices' totals are PROG7's run-report
           *>Property Tax Total and City Tax Total, which the
           *>extract trailer carries.  An exception among the
           *>originals (a re-run extract) leaves them short.
           Write Report-Print from " ".
           Move "Original property tax vs PROG7 report:"
                to rt-tie-label.
           Move Orig-Property-Sum to rt-tie-ours.
           Move Trailer-Property-Hash to rt-tie-trailer.
           if Orig-Property-Sum = Trailer-Property-Hash
               Move "OK" to rt-tie-flag
           else
               Move "***" to rt-tie-flag
           end-if.
           Write Report-Print from Register-Tie-Line.
           Move "Original city tax vs PROG7 report:"
                to rt-tie-label.
           Move Orig-City-Sum to rt-tie-ours.
           Move Trailer-City-Hash to rt-tie-trailer.
           if Orig-City-Sum = Trailer-City-Hash
               Move "OK" to rt-tie-flag
           else
               Move "***" to rt-tie-flag
           end-if.
           Write Report-Print from Register-Tie-Line.

       3100-Write-Total-Line.
           Move Total-Work-Count to rt-count.
           Move Total-Work-Property to rt-property.
           Move Total-Work-City to rt-city.
           Compute rt-total = Total-Work-Property + Total-Work-City.
           Write Report-Print from Register-Total-Line.

       4000-Print-Notice-Heading.
           *>Every notice starts on a new page.
           Evaluate True
               When Notice-Kind = "ORIGINAL"
                   Move "SUPPLEMENTAL PROPERTY TAX NOTICE"
                        to ntc-title-out
               When Notice-Kind = "REVISED"
                   Move "REVISED SUPPLEMENTAL PROPERTY TAX NOTICE"
                        to ntc-title-out
               When Other
                   Move "VOID - SUPPLEMENTAL PROPERTY TAX NOTICE"
                        to ntc-title-out
           End-Evaluate.
           Write Notice-Print from Notice-Title-Line
               after advancing page.
           Move spaces to Notice-Print.
           Write Notice-Print.
           Move "Notice Number:" to ntc-label-out.
           Move Reg-Notice-Number to ntc-number-edit.
           Move ntc-number-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Date Issued:" to ntc-label-out.
           Move Run-Date to ntc-date-edit.
           Move ntc-date-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           if Prior-Notice-Number > 0
               Move "Original Notice:" to ntc-label-out
               Move Reg-Orig-Notice to ntc-number-edit
               Move ntc-number-edit to ntc-value-out
               Write Notice-Print from Notice-Field-Line
               Move "Replaces Notice:" to ntc-label-out
               Move Prior-Notice-Number to ntc-number-edit
               Move ntc-number-edit to ntc-value-out
               Write Notice-Print from Notice-Field-Line
           end-if.
           Move spaces to Notice-Print.
           Write Notice-Print.

       4100-Print-Notice-Property.
           Move "Property Address:" to ntc-label-out.
           if Reg-Orig-Address = spaces
               Move Reg-Address to ntc-value-out
           else
               Move Reg-Orig-Address to ntc-value-out
           end-if.
           Write Notice-Print from Notice-Field-Line.
           Move "City:" to ntc-label-out.
           Move Reg-City to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Sale Date:" to ntc-label-out.
           Move Reg-Sale-Date to ntc-date-edit.
           Move ntc-date-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move "Sale Price:" to ntc-label-out.
           Move Reg-Sale-Price to ntc-price-edit.
           Move ntc-price-edit to ntc-value-out.
           Write Notice-Print from Notice-Field-Line.
           Move spaces to Notice-Print.
           Write Notice-Print.

       4200-Print-Notice-Rates.
           *>Rule rates are held in hundredths of a percent and city
           *>rates in tenths, the same units PROG7 computes with.
           Compute Rate-Pct-Work = Reg-Rule-Rate / 100.
           Compute City-Rate-Pct-Work = Reg-City-Rate / 10.
           Move Rate-Pct-Work to ntc-rate-edit.
           Move "Tax Rule:" to ntc-label-out.
           Move spaces to ntc-value-out.
           if Reg-Rule-Level = "DFLT"
               String "Default rate  " Delimited by size
                      ntc-rate-edit Delimited by size
                      "%" Delimited by size
                      into ntc-value-out
               end-string
           else
               String Function Trim(Reg-Rule-Level) Delimited by size
                      " " Delimited by size
                      Function Trim(Reg-Rule-Key) Delimited by size
                      " eff " Delimited by size
                      Reg-Rule-Effective Delimited by size
                      "  " Delimited by size
                      ntc-rate-edit Delimited by size
                      "%" Delimited by size
                      into ntc-value-out
               end-string
           end-if.
           Write Notice-Print from Notice-Field-Line.
           Move "City Tax Rate:" to ntc-label-out.
           Move City-Rate-Pct-Work to ntc-city-rate-edit.
           Move spaces to ntc-value-out.
           String ntc-city-rate-edit Delimited by size
                  "%" Delimited by size
                  into ntc-value-out
           end-string.
           Write Notice-Print from Notice-Field-Line.
           Move spaces to Notice-Print.
           Write Notice-Print.
