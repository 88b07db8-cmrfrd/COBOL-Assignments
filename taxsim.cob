       *>Alexander Comerford
       *>csi203
       *>cobol what-if simulator for proposed city-rate and tax-rule
       *>changes - takes a CITYMNT and/or REFMNT transaction file
       *>that has not been applied yet, re-prices a date range of
       *>the saleshist.dat master twice, once under the current
       *>city.dat/taxrules.dat and once with the proposed changes
       *>applied to in-memory copies of the tables, and reports the
       *>current tax, proposed tax and difference by city and by
       *>tax rule.  Nothing but the report is written - the live
       *>reference files and the master are only ever read
       *>
       *>Modification History:
       *>  Initial version - the transactions are edited exactly
       *>  as CITYMNT and REFMNT edit them and priced with PROG7's
       *>  rule selection and default rates, so a transaction the
       *>  maintenance run would reject is not simulated either.
       *>  Bedrooms and state are taken from the sale itself now
       *>  that the master and archive carry each sale's physical
       *>  attributes; the property master is only read for a
       *>  sale posted without them.
       *>  Master and archive layouts widened to carry the address
       *>  each sale was received under beside its standardized
       *>  key address.
       *>  A transaction with no preparer user ID is rejected, as
       *>  CITYMNT and REFMNT now reject it.
       Identification Division.
       Program-ID. TAXSIM.
       Environment Division.
       Input-Output Section.
       File-Control.

          *>Date range, transaction, report, city and archive file
          *>names are run parameters, defaulted in working-storage,
          *>in the same manner as CITYMNT's run parameters.

           Select City-Trans-File
                assign to dynamic Control-City-Trans-Filename
                Organization is line sequential
                File Status is City-Trans-Status.
           Select Ref-Trans-File
                assign to dynamic Control-Ref-Trans-Filename
                Organization is line sequential
                File Status is Ref-Trans-Status.
           Select City-File
                assign to dynamic Control-City-Filename
                Organization is line sequential
                File Status is City-Status.
           Select Tax-Rules-File
                assign to "taxrules.dat"
                Organization is line sequential
                File Status is Taxrule-Status.
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
           Select Property-File
                assign to "propmast.dat"
                Organization is indexed
                Access is dynamic
                Record key is Prop-Address
                File Status is Property-Status.
           Select Report-File
                assign to dynamic Control-Report-Filename
                Organization is line sequential.

       Data Division.
       File Section.

       *>CITYMNT's transaction layout.
       FD City-Trans-File.
       01 City-Trans-Rec.
           02 Trans-Action            pic x.
              88 Trans-Add            value "A".
              88 Trans-Change         value "C".
              88 Trans-Delete         value "D".
              88 Trans-Action-Valid   value "A" "C" "D".
           02 Trans-City              pic a(15).
           02 Trans-Rate              pic x(3).
           02 Trans-User              pic x(8).

       *>REFMNT's transaction layout.  ZIP transactions do not
       *>change any rate, so they are listed and passed over.
       FD Ref-Trans-File.
       01 Ref-Trans-Rec.
           02 Ref-Trans-Target        pic x(3).
              88 Ref-Trans-Tax        value "TAX".
              88 Ref-Trans-Zip        value "ZIP".
              88 Ref-Target-Valid     value "TAX" "ZIP".
           02 Ref-Trans-Action        pic x.
              88 Ref-Trans-Add        value "A".
              88 Ref-Trans-Change     value "C".
              88 Ref-Trans-Delete     value "D".
              88 Ref-Action-Valid     value "A" "C" "D".
           02 Ref-Trans-Data          pic x(32).
           02 Ref-Trans-Tax-Data redefines Ref-Trans-Data.
              03 Ref-Trans-Rule-Level pic x(5).
                 88 Ref-Level-Valid   value "CITY " "STATE".
              03 Ref-Trans-Rule-Key   pic x(15).
              03 Ref-Trans-Bedrooms-Low  pic x.
              03 Ref-Trans-Bedrooms-High pic x.
              03 Ref-Trans-Effective  pic x(6).
              03 Ref-Trans-Rate       pic x(4).
           02 Ref-Trans-Zip-Data redefines Ref-Trans-Data.
              03 Ref-Trans-Zip-Code   pic x(5).
              03 Ref-Trans-Zip-City   pic x(15).
              03 Filler               pic x(12).
           02 Ref-Trans-User          pic x(8).

       FD City-File.
       01 Input-City.
           02 City-for-tax            pic a(15).
           02 Tax-Rate                pic 999.

       FD Tax-Rules-File.
       01 Tax-Rules-In-Rec.
           02 Rule-Level-in           pic x(5).
           02 Rule-Key-in             pic x(15).
           02 Rule-Bedrooms-Low-in    pic 9.
           02 Rule-Bedrooms-High-in   pic 9.
           02 Rule-Effective-in       pic 9(6).
           02 Rule-Rate-in            pic 9(4).

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

       *>PROG7's property master - read for the bedrooms and state
       *>of a sale posted before the master carried them.
       FD Property-File.
       01 Property-Rec.
           02 Prop-Address            pic x(27).
           02 Prop-City               pic x(15).
           02 Prop-Zip                pic 9(5).
           02 Prop-State              pic x(2).
           02 Prop-Bedrooms           pic 9.
           02 Prop-Bathrooms          pic 9.
           02 Prop-Sq-Ft              pic 9(4).
           02 Prop-Type               pic x(8).
           02 Prop-Latitude           pic 9(8).
           02 Prop-Longitude          pic 9(9).
           02 Prop-Sale-Count         pic 9(5).
           02 Prop-Last-Sale-Date     pic 9(8).
           02 Prop-Last-Sale-Price    pic 9(6).

       FD Report-File.
       01 Report-Print                pic x(160) value spaces.

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-From-Date       pic x(8) value "00000000".
           02 Control-To-Date         pic x(8) value "99999999".
           02 Control-City-Trans-Filename pic x(100) value
                               "citytrn.dat".
              88 No-City-Trans-Given  value "NONE" spaces.
           02 Control-Ref-Trans-Filename  pic x(100) value
                               "reftrn.dat".
              88 No-Ref-Trans-Given   value "NONE" spaces.
           02 Control-Report-Filename pic x(100) value
                               "taxsim.dat".
           02 Control-City-Filename   pic x(100) value
                               "/home1/c/a/acsi203/city.dat".
           02 Control-Archive-Filename pic x(100) value spaces.
              88 No-Archive-Given     value spaces.
       *>*****************Run parameters*********************

       01 Taxsim-Header.
           02 Filler                  pic x(40) value spaces.
           02 Filler                  pic x(33)
           Value "Tax-Rate What-If Simulation - ".
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(77) value spaces.

       01 WS-Current-Date-Fields      pic x(16).

       01 Taxsim-Selection-Line.
           02 Filler                  pic x(18) value
                               "Sales dated from: ".
           02 ts-sel-from-out         pic x(8).
           02 Filler                  pic x(6) value "  to: ".
           02 ts-sel-to-out           pic x(8).
           02 Filler                  pic x(120) value spaces.

       01 Taxsim-File-Line.
           02 ts-file-label           pic x(30) value spaces.
           02 ts-file-name-out        pic x(100).
           02 Filler                  pic x(30) value spaces.

       01 Taxsim-Section-Line.
           02 ts-section-out          pic x(60) value spaces.
           02 Filler                  pic x(100) value spaces.

       *>*****************Proposed Transactions*************
       *>One line per proposed transaction, laid out the way
       *>REFMNT's audit lists them, so finance sees which changes
       *>the figures below include.
       01 Trans-Col-Headers.
           02 Filler                pic x(4) value "File".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "Action".
           02 Filler                pic x(3) value spaces.
           02 Filler                pic x(28) value "Key".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(13) value "Current Value".
           02 Filler                pic x(3) value spaces.
           02 Filler                pic x(14) value "Proposed Value".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "User".
           02 Filler                pic x(6) value spaces.
           02 Filler                pic x(11) value "Disposition".

       01 Trans-Detail-Line.
           02 trans-file-out        pic x(4).
           02 Filler                pic x(2) value spaces.
           02 trans-action-out      pic x(6).
           02 Filler                pic x(3) value spaces.
           02 trans-key-out         pic x(28).
           02 Filler                pic x(2) value spaces.
           02 trans-before-out      pic x(15).
           02 Filler                pic x(1) value spaces.
           02 trans-after-out       pic x(15).
           02 Filler                pic x(1) value spaces.
           02 trans-user-out        pic x(8).
           02 Filler                pic x(2) value spaces.
           02 trans-disp-out        pic x(40).
           02 Filler                pic x(33) value spaces.

       01 Trans-None-Line.
           02 Filler                pic x(40) value
                     "No proposed transactions were simulated".
           02 Filler                pic x(120) value spaces.
       *>*****************Proposed Transactions*************

       *>*****************By-City Section*******************
       01 City-Col-Headers.
           02 Filler                pic x(15) value "City".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value " Sales".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(16) value
                                    "  Sale-Price Sum".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "  Cur City Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    " Prop City Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "   City Change".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "  Cur Prop Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    " Prop Prop Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "   Prop Change".
           02 Filler                pic x(17) value spaces.

       01 City-Detail-Line.
           02 ct-city-out           pic x(15).
           02 Filler                pic x(2) value spaces.
           02 ct-count-out          pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 ct-price-out          pic $$$,$$$,$$$,$$9.
           02 Filler                pic x(3) value spaces.
           02 ct-cur-city-out       pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 ct-sim-city-out       pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 ct-city-diff-out      pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 ct-cur-prop-out       pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 ct-sim-prop-out       pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 ct-prop-diff-out      pic $$$,$$$,$$9.99-.
           02 Filler                pic x(17) value spaces.
       *>*****************By-City Section*******************

       *>*****************By-Rule Section*******************
       *>A rule is identified as REFMNT identifies it - level,
       *>key, bedroom range and effective date.  Sales no rule
       *>covers are shown against PROG7's default rates under
       *>level DFLT.
       01 Rule-Col-Headers.
           02 Filler                pic x(5) value "Level".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "Key".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "Beds".
           02 Filler                pic x(1) value spaces.
           02 Filler                pic x(6) value "Effect".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(7) value "CurRate".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value " Sales".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "   Current Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(7) value "NewRate".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value " Sales".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "  Proposed Tax".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value
                                    "    Difference".
           02 Filler                pic x(40) value spaces.

       01 Rule-Detail-Line.
           02 rt-level-out          pic x(5).
           02 Filler                pic x(2) value spaces.
           02 rt-key-out            pic x(15).
           02 Filler                pic x(2) value spaces.
           02 rt-low-out            pic 9.
           02 Filler                pic x value "-".
           02 rt-high-out           pic 9.
           02 Filler                pic x(2) value spaces.
           02 rt-effective-out      pic 9(6).
           02 Filler                pic x(2) value spaces.
           02 rt-cur-rate-out       pic zz9.99 blank when zero.
           02 rt-cur-pct-out        pic x.
           02 Filler                pic x(2) value spaces.
           02 rt-cur-count-out      pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 rt-cur-tax-out        pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rt-sim-rate-out       pic zz9.99 blank when zero.
           02 rt-sim-pct-out        pic x.
           02 Filler                pic x(2) value spaces.
           02 rt-sim-count-out      pic zzzzz9.
           02 Filler                pic x(2) value spaces.
           02 rt-sim-tax-out        pic $$$,$$$,$$9.99-.
           02 Filler                pic x(2) value spaces.
           02 rt-diff-out           pic $$$,$$$,$$9.99-.
           02 Filler                pic x(40) value spaces.
       *>*****************By-Rule Section*******************

       01 Taxsim-Trailer-Line.
           02 ts-trail-label        pic x(44) value spaces.
           02 ts-trail-count        pic zzzzzz9.
           02 Filler                pic x(109) value spaces.

       01 Taxsim-Trailer-Amount-Line.
           02 ts-trail-amt-label    pic x(44) value spaces.
           02 ts-trail-amt          pic $$,$$$,$$$,$$9.99-.
           02 Filler                pic x(98) value spaces.

       01 Taxsim-None-Line.
           02 Filler                pic x(40) value
                     "No sales on file in the date range".
           02 Filler                pic x(120) value spaces.

       01 eof-city-trans-flag        pic x value "N".
       01 eof-ref-trans-flag         pic x value "N".
       01 eof-city-flag              pic x value "N".
       01 eof-taxrule-flag           pic x value "N".
       01 eof-master-flag            pic x value "N".
       01 eof-archive-flag           pic x value "N".
       01 City-Trans-Status          pic xx value "00".
       01 Ref-Trans-Status           pic xx value "00".
       01 City-Status                pic xx value "00".
       01 Taxrule-Status             pic xx value "00".
       01 Master-Status              pic xx value "00".
       01 Archive-Status             pic xx value "00".
       01 Property-Status            pic xx value "00".
       01 Property-Available-Flag    pic x value "N".
          88 Property-Available      value "Y".

       *>*****************Rate Tables**********************
       *>Set 1 is city.dat/taxrules.dat as they stand; set 2
       *>starts as a copy of set 1 and takes the proposed
       *>transactions.  Every sale is priced once under each set.
       01 Rate-Sets.
           02 Rate-Set occurs 2 times.
              03 Set-City-Count       pic 999.
              03 Set-City-Entry occurs 200 times.
                 04 Set-City-Name     pic x(15).
                 04 Set-City-Rate     pic 999.
              03 Set-Rule-Count       pic 999.
              03 Set-Rule-Entry occurs 100 times.
                 04 Set-Rule-Level          pic x(5).
                 04 Set-Rule-Key            pic x(15).
                 04 Set-Rule-Bedrooms-Low   pic 9.
                 04 Set-Rule-Bedrooms-High  pic 9.
                 04 Set-Rule-Effective      pic 9(6).
                 04 Set-Rule-Rate           pic 9(4).
       01 set-sub                    pic 9 value 1.
       01 city-sub                   pic 999 value 0.
       01 taxrule-sub                pic 999 value 0.
       01 city-match-flag            pic x value "N".
          88 City-Found             value "Y".
          88 City-Not-Found         value "N".
       01 city-match-sub             pic 999 value 0.
       01 taxrule-match-flag         pic x value "N".
          88 Taxrule-Found          value "Y".
          88 Taxrule-Not-Found      value "N".
       01 taxrule-match-sub          pic 999 value 0.
       01 taxrule-overlap-flag       pic x value "N".
          88 Taxrule-Overlaps       value "Y".
       01 shift-sub                  pic 999 value 0.
       01 shift-done-flag            pic x value "N".
       01 rate-display               pic zz9.
       *>*****************Rate Tables**********************

       *>*****************Sale Being Priced****************
       *>The live master and the archive are priced through this
       *>one work area.
       01 Sim-Work-Rec.
           02 Work-Address           pic x(27).
           02 Work-Sale-Date         pic 9(8).
           02 Work-City              pic x(15).
           02 Work-Sale-Price        pic 9(6).
       01 Work-Bedrooms              pic 9 value 0.
       01 Work-State                 pic x(2) value spaces.
       01 Work-Attr-Flag             pic x value "N".
          88 Work-Attr-Known         value "Y".
       01 Sale-YYYYMM                pic 9(6) value 0.
       01 From-Date-Num              pic 9(8) value 0.
       01 To-Date-Num                pic 9(8) value 0.

       01 Taxrule-Best-Level         pic x(5) value spaces.
       01 Taxrule-Best-Key           pic x(15) value spaces.
       01 Taxrule-Best-Low           pic 9 value 0.
       01 Taxrule-Best-High          pic 9 value 0.
       01 Taxrule-Best-Effective     pic 9(6) value 0.
       01 Taxrule-Best-Rate          pic 9(4) value 0.
       01 city-taxes-temp            pic 99999999V99.
       01 taxes-temp                 pic 99999999V99.
       *>*****************Sale Being Priced****************

       *>*****************City Totals**********************
       *>Kept in ascending city order as cities are met.
       01 City-Total-Count           pic 999 value 0.
       01 City-Total-Entry occurs 200 times.
           02 Ctot-City              pic x(15).
           02 Ctot-Sale-Count        pic 9(6).
           02 Ctot-Price-Sum         pic 9(12).
           02 Ctot-Set occurs 2 times.
              03 Ctot-City-Tax       pic 9(10)V99.
              03 Ctot-Prop-Tax       pic 9(10)V99.
       01 ctot-sub                   pic 999 value 0.
       01 City-Total-Overflow-Flag   pic x value "N".
       *>*****************City Totals**********************

       *>*****************Rule Totals**********************
       *>Kept in ascending rule-identity order as rules are met.
       01 Rule-Total-Count           pic 999 value 0.
       01 Rule-Total-Entry occurs 300 times.
           02 Rtot-Identity.
              03 Rtot-Level          pic x(5).
              03 Rtot-Key            pic x(15).
              03 Rtot-Bedrooms-Low   pic 9.
              03 Rtot-Bedrooms-High  pic 9.
              03 Rtot-Effective      pic 9(6).
           02 Rtot-Set occurs 2 times.
              03 Rtot-Rate           pic 9(4).
              03 Rtot-Sale-Count     pic 9(6).
              03 Rtot-Tax            pic 9(10)V99.
       01 rtot-sub                   pic 999 value 0.
       01 Rule-Total-Overflow-Flag   pic x value "N".
       01 Rule-Identity-Work.
           02 Riw-Level              pic x(5).
           02 Riw-Key                pic x(15).
           02 Riw-Bedrooms-Low       pic 9.
           02 Riw-Bedrooms-High      pic 9.
           02 Riw-Effective          pic 9(6).
       01 rule-rate-pct              pic 999V99 value 0.
       *>*****************Rule Totals**********************

       01 Simulation-Counters.
           02 Master-Read-Count      pic 9(7) value 0.
           02 Archive-Read-Count     pic 9(7) value 0.
           02 In-Range-Count         pic 9(7) value 0.
           02 In-Range-Price-Sum     pic 9(12) value 0.
           02 No-Attribute-Count     pic 9(7) value 0.
           02 Trans-Read-Count       pic 9(4) value 0.
           02 Trans-Simulated-Count  pic 9(4) value 0.
           02 Trans-Rejected-Count   pic 9(4) value 0.
           02 Trans-Ignored-Count    pic 9(4) value 0.
           02 Set-Counters occurs 2 times.
              03 No-City-Rate-Count  pic 9(7).
              03 Default-Rate-Count  pic 9(7).
              03 Set-City-Tax-Sum    pic 9(12)V99.
              03 Set-Prop-Tax-Sum    pic 9(12)V99.
       01 Tax-Difference             pic s9(12)V99 value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic loads the current tables, copies them and
           *>applies the proposed transactions to the copy, then
           *>prices every sale in the date range under both and
           *>prints the by-city and by-rule comparisons.

           Perform 0100-Get-Run-Parameters.
           if Control-From-Date is not Numeric or
              Control-To-Date is not Numeric
               Display "TAXSIM: from and to dates must be YYYYMMDD"
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move Control-From-Date to From-Date-Num.
           Move Control-To-Date to To-Date-Num.
           if From-Date-Num > To-Date-Num
               Display "TAXSIM: from date is after to date"
               Move 16 to Return-Code
               Stop Run
           end-if.

           Initialize Rate-Sets.
           Initialize Simulation-Counters.
           Move 1 to set-sub.
           Perform 0500-Load-City-Table.
           Perform 0600-Load-Tax-Rules.
           Move Rate-Set(1) to Rate-Set(2).
           Move 2 to set-sub.

           Open Output Report-File.
           Perform 1000-Write-Report-Header.

           Perform 1100-Simulate-City-Trans.
           Perform 1200-Simulate-Ref-Trans.
           if Trans-Simulated-Count = 0
               Write Report-Print from Trans-None-Line
           end-if.

           Open Input Property-File.
           if Property-Status = "00"
               Move "Y" to Property-Available-Flag
           else
               Display "TAXSIM: property master unavailable -"
               Display "        sales are priced with no bedrooms "
                       "or state"
           end-if.

           Perform 2000-Price-Master.
           if No-Archive-Given
               Continue
           else
               Perform 2100-Price-Archive
           end-if.

           Perform 3000-Write-City-Section.
           Perform 3500-Write-Rule-Section.
           Perform 4000-Write-Report-Trailer.

           if Property-Available
               Close Property-File
           end-if.
           Close Report-File.
           Stop Run.

       0100-Get-Run-Parameters.
           *>From/to sale dates, the CITYMNT and REFMNT transaction
           *>files (NONE for either one skips it), the report, the
           *>city file and an optional archive file are taken from
           *>the command line.  Missing parameters fall back to the
           *>whole master under this month's transaction files.
           Display 1 upon Argument-Number.
           Accept Control-From-Date from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-To-Date from Argument-Value
               on exception continue.
           Display 3 upon Argument-Number.
           Accept Control-City-Trans-Filename from Argument-Value
               on exception continue.
           Display 4 upon Argument-Number.
           Accept Control-Ref-Trans-Filename from Argument-Value
               on exception continue.
           Display 5 upon Argument-Number.
           Accept Control-Report-Filename from Argument-Value
               on exception continue.
           Display 6 upon Argument-Number.
           Accept Control-City-Filename from Argument-Value
               on exception continue.
           Display 7 upon Argument-Number.
           Accept Control-Archive-Filename from Argument-Value
               on exception continue.

       0500-Load-City-Table.
           *>Without the current rates there is nothing to compare
           *>against, so a missing city file stops the run.
           Open Input City-File.
           if City-Status not = "00"
               Display "TAXSIM: cannot open city file - status "
                       City-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Perform 0510-Load-City-Record until eof-city-flag = "Y".
           Close City-File.

       0510-Load-City-Record.
           Read City-File at end move "Y" to eof-city-flag.
           if eof-city-flag = "N"
               if Set-City-Count(1) > 199
                   Display
                     "WARNING: City table capacity exceeded"
                   Move "Y" to eof-city-flag
               else
                   Add 1 to Set-City-Count(1)
                   Move city-for-tax to
                        Set-City-Name(1, Set-City-Count(1))
                   Move Tax-Rate to
                        Set-City-Rate(1, Set-City-Count(1))
               end-if
           end-if.

       0600-Load-Tax-Rules.
           *>A missing rules file is warned about, not fatal - as in
           *>PROG7, every sale then falls to the default rates.
           Open Input Tax-Rules-File.
           if Taxrule-Status not = "00"
               Display "WARNING: taxrules.dat not available - "
               Display "         built-in default rates apply"
               Move "Y" to eof-taxrule-flag
           end-if.
           Perform 0610-Load-Tax-Rule-Record until
                   eof-taxrule-flag = "Y".
           if Taxrule-Status = "00" or Taxrule-Status = "10"
               Close Tax-Rules-File
           end-if.

       0610-Load-Tax-Rule-Record.
           Read Tax-Rules-File at end move "Y" to eof-taxrule-flag.
           if eof-taxrule-flag = "N"
               if Set-Rule-Count(1) > 99
                   Display
                     "WARNING: Tax-rule table capacity exceeded"
                   Move "Y" to eof-taxrule-flag
               else
                   Add 1 to Set-Rule-Count(1)
                   Move Set-Rule-Count(1) to taxrule-sub
                   Move Rule-Level-in to
                        Set-Rule-Level(1, taxrule-sub)
                   Move Rule-Key-in to
                        Set-Rule-Key(1, taxrule-sub)
                   Move Rule-Bedrooms-Low-in to
                        Set-Rule-Bedrooms-Low(1, taxrule-sub)
                   Move Rule-Bedrooms-High-in to
                        Set-Rule-Bedrooms-High(1, taxrule-sub)
                   Move Rule-Effective-in to
                        Set-Rule-Effective(1, taxrule-sub)
                   Move Rule-Rate-in to
                        Set-Rule-Rate(1, taxrule-sub)
               end-if
           end-if.

       1000-Write-Report-Header.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Write Report-Print from Taxsim-Header.
           Move Control-From-Date to ts-sel-from-out.
           Move Control-To-Date to ts-sel-to-out.
           Write Report-Print from Taxsim-Selection-Line.
           Move "Proposed city-rate changes: " to ts-file-label.
           Move Control-City-Trans-Filename to ts-file-name-out.
           Write Report-Print from Taxsim-File-Line.
           Move "Proposed tax-rule changes: " to ts-file-label.
           Move Control-Ref-Trans-Filename to ts-file-name-out.
           Write Report-Print from Taxsim-File-Line.
           Write Report-Print from " ".
           Move "PROPOSED TRANSACTIONS" to ts-section-out.
           Write Report-Print from Taxsim-Section-Line.
           Write Report-Print from " ".
           Write Report-Print from Trans-Col-Headers.
           Write Report-Print from " ".

       1100-Simulate-City-Trans.
           *>A missing transaction file is warned about, not fatal
           *>- the other file's changes can still be simulated.
           if No-City-Trans-Given
               Move "Y" to eof-city-trans-flag
           else
               Open Input City-Trans-File
               if City-Trans-Status not = "00"
                   Display "WARNING: city transaction file not "
                           "available - no city-rate changes"
                   Move "Y" to eof-city-trans-flag
               else
                   Read City-Trans-File
                       at end move "Y" to eof-city-trans-flag
                       not at end add 1 to Trans-Read-Count
                   end-read
               end-if
           end-if.
           Perform 1110-Simulate-City-Record until
                   eof-city-trans-flag = "Y".
           if City-Trans-Status = "00" or City-Trans-Status = "10"
               if No-City-Trans-Given
                   Continue
               else
                   Close City-Trans-File
               end-if
           end-if.

       1110-Simulate-City-Record.
           *>Same edits, in the same order, as CITYMNT's
           *>2000-Apply-Transaction.  CITYMNT's check that a
           *>deleted city has no activity on the month's extract
           *>has no extract to check here; the delete is priced as
           *>the city losing its rate.
           Move spaces to Trans-Detail-Line.
           Move "CITY" to trans-file-out.
           Evaluate True
               When Trans-Add    Move "ADD   " to trans-action-out
               When Trans-Change Move "CHANGE" to trans-action-out
               When Trans-Delete Move "DELETE" to trans-action-out
               When Other        Move Trans-Action to trans-action-out
           End-Evaluate.
           Move Trans-City to trans-key-out.
           Move Trans-User to trans-user-out.

           Perform 1120-Lookup-Sim-City.

           Evaluate True
               When not Trans-Action-Valid
                   Move "REJECTED - action is not A, C or D" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Trans-User = spaces
                   Move "REJECTED - no preparer user ID" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When (Trans-Add or Trans-Change) and
                    Trans-Rate is not Numeric
                   Move Trans-Rate to trans-after-out
                   Move "REJECTED - rate is not numeric" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Trans-Add and City-Found
                   Move "REJECTED - city already on file" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When (Trans-Change or Trans-Delete) and
                    City-Not-Found
                   Move "REJECTED - city not on file" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Trans-Add
                   Perform 1130-Simulate-City-Add
               When Trans-Change
                   Move Set-City-Rate(2, city-match-sub) to
                        rate-display
                   Move rate-display to trans-before-out
                   Move Function Numval(Trans-Rate) to
                        Set-City-Rate(2, city-match-sub)
                   Move Set-City-Rate(2, city-match-sub) to
                        rate-display
                   Move rate-display to trans-after-out
                   Perform 1950-Accept-Transaction
               When Trans-Delete
                   Move Set-City-Rate(2, city-match-sub) to
                        rate-display
                   Move rate-display to trans-before-out
                   Move "n/a" to trans-after-out
                   Move city-match-sub to shift-sub
                   Perform 1150-Sim-City-Shift-Down until
                           shift-sub >= Set-City-Count(2)
                   Subtract 1 from Set-City-Count(2)
                   Perform 1950-Accept-Transaction
           End-Evaluate.

           Read City-Trans-File at end move "Y" to eof-city-trans-flag
                            not at end add 1 to Trans-Read-Count
           end-read.

       1120-Lookup-Sim-City.
           Move "N" to city-match-flag.
           Move 0 to city-match-sub.
           Move 1 to city-sub.
           Perform 1125-Lookup-Sim-City-Step until
                   City-Found or city-sub > Set-City-Count(2).

       1125-Lookup-Sim-City-Step.
           if Set-City-Name(2, city-sub) = Trans-City
               Move "Y" to city-match-flag
               Move city-sub to city-match-sub
           else
               Add 1 to city-sub
           end-if.

       1130-Simulate-City-Add.
           *>Inserted in city-name order, as CITYMNT's 2300-Apply-Add
           *>does.
           if Set-City-Count(2) > 199
               Move "REJECTED - city table is full" to
                    trans-disp-out
               Perform 1900-Reject-Transaction
           else
               Add 1 to Set-City-Count(2)
               Move Set-City-Count(2) to shift-sub
               Move "N" to shift-done-flag
               if shift-sub = 1
                   Move "Y" to shift-done-flag
               end-if
               Perform 1140-Sim-City-Shift-Up until
                       shift-done-flag = "Y"
               Move Trans-City to Set-City-Name(2, shift-sub)
               Move Function Numval(Trans-Rate) to
                    Set-City-Rate(2, shift-sub)
               Move "n/a" to trans-before-out
               Move Set-City-Rate(2, shift-sub) to rate-display
               Move rate-display to trans-after-out
               Perform 1950-Accept-Transaction
           end-if.

       1140-Sim-City-Shift-Up.
           if Set-City-Name(2, shift-sub - 1) < Trans-City
               Move "Y" to shift-done-flag
           else
               Move Set-City-Entry(2, shift-sub - 1) to
                    Set-City-Entry(2, shift-sub)
               Subtract 1 from shift-sub
               if shift-sub = 1
                   Move "Y" to shift-done-flag
               end-if
           end-if.

       1150-Sim-City-Shift-Down.
           Move Set-City-Entry(2, shift-sub + 1) to
                Set-City-Entry(2, shift-sub).
           Add 1 to shift-sub.

       1200-Simulate-Ref-Trans.
           if No-Ref-Trans-Given
               Move "Y" to eof-ref-trans-flag
           else
               Open Input Ref-Trans-File
               if Ref-Trans-Status not = "00"
                   Display "WARNING: reference transaction file not "
                           "available - no tax-rule changes"
                   Move "Y" to eof-ref-trans-flag
               else
                   Read Ref-Trans-File
                       at end move "Y" to eof-ref-trans-flag
                       not at end add 1 to Trans-Read-Count
                   end-read
               end-if
           end-if.
           Perform 1210-Simulate-Ref-Record until
                   eof-ref-trans-flag = "Y".
           if Ref-Trans-Status = "00" or Ref-Trans-Status = "10"
               if No-Ref-Trans-Given
                   Continue
               else
                   Close Ref-Trans-File
               end-if
           end-if.

       1210-Simulate-Ref-Record.
           Move spaces to Trans-Detail-Line.
           Move Ref-Trans-Target to trans-file-out.
           Evaluate True
               When Ref-Trans-Add    Move "ADD   " to trans-action-out
               When Ref-Trans-Change Move "CHANGE" to trans-action-out
               When Ref-Trans-Delete Move "DELETE" to trans-action-out
               When Other
                   Move Ref-Trans-Action to trans-action-out
           End-Evaluate.
           Move Ref-Trans-User to trans-user-out.

           Evaluate True
               When not Ref-Target-Valid
                   Move "REJECTED - file is not TAX or ZIP" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When not Ref-Action-Valid
                   Move "REJECTED - action is not A, C or D" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-User = spaces
                   Move "REJECTED - no preparer user ID" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Zip
                   Move Ref-Trans-Zip-Code to trans-key-out
                   Move "n/a" to trans-before-out
                   Move "n/a" to trans-after-out
                   Move "IGNORED - zip change prices nothing" to
                        trans-disp-out
                   Add 1 to Trans-Ignored-Count
                   Write Report-Print from Trans-Detail-Line
               When Ref-Trans-Tax
                   Perform 1220-Simulate-Tax-Rule
           End-Evaluate.

           Read Ref-Trans-File at end move "Y" to eof-ref-trans-flag
                            not at end add 1 to Trans-Read-Count
           end-read.

       1220-Simulate-Tax-Rule.
           *>Same edits, in the same order, as REFMNT's
           *>2020-Apply-Tax-Transaction, against the proposed set.
           Move Ref-Trans-Tax-Data(1:28) to trans-key-out.
           Perform 1230-Lookup-Sim-Rule.
           Evaluate True
               When not Ref-Level-Valid
                   Move "REJECTED - level, range or date invalid" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Bedrooms-Low is not Numeric or
                    Ref-Trans-Bedrooms-High is not Numeric or
                    Ref-Trans-Effective is not Numeric
                   Move "REJECTED - level, range or date invalid" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Bedrooms-Low > Ref-Trans-Bedrooms-High
                   Move "REJECTED - level, range or date invalid" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When (Ref-Trans-Add or Ref-Trans-Change) and
                    Ref-Trans-Rate is not Numeric
                   Move Ref-Trans-Rate to trans-after-out
                   Move "REJECTED - rate is not numeric" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Add and Taxrule-Found
                   Move Set-Rule-Rate(2, taxrule-match-sub) to
                        trans-before-out
                   Move Ref-Trans-Rate to trans-after-out
                   Move "REJECTED - rule already on file" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Add
                   Perform 1250-Check-Sim-Overlap
                   if Taxrule-Overlaps
                       Move Ref-Trans-Rate to trans-after-out
                       Move "REJECTED - overlaps rule on file" to
                            trans-disp-out
                       Perform 1900-Reject-Transaction
                   else
                       Perform 1270-Simulate-Rule-Add
                   end-if
               When (Ref-Trans-Change or Ref-Trans-Delete) and
                    Taxrule-Not-Found
                   Move Ref-Trans-Rate to trans-after-out
                   Move "REJECTED - rule not on file" to
                        trans-disp-out
                   Perform 1900-Reject-Transaction
               When Ref-Trans-Change
                   Move Set-Rule-Rate(2, taxrule-match-sub) to
                        trans-before-out
                   Move Function Numval(Ref-Trans-Rate) to
                        Set-Rule-Rate(2, taxrule-match-sub)
                   Move Ref-Trans-Rate to trans-after-out
                   Perform 1950-Accept-Transaction
               When Ref-Trans-Delete
                   Move Set-Rule-Rate(2, taxrule-match-sub) to
                        trans-before-out
                   Move "n/a" to trans-after-out
                   Move taxrule-match-sub to shift-sub
                   Perform 1280-Sim-Rule-Shift-Down until
                           shift-sub >= Set-Rule-Count(2)
                   Subtract 1 from Set-Rule-Count(2)
                   Perform 1950-Accept-Transaction
           End-Evaluate.

       1230-Lookup-Sim-Rule.
           Move "N" to taxrule-match-flag.
           Move 0 to taxrule-match-sub.
           Move 1 to taxrule-sub.
           Perform 1235-Lookup-Sim-Rule-Step until
                   Taxrule-Found or
                   taxrule-sub > Set-Rule-Count(2).

       1235-Lookup-Sim-Rule-Step.
           if Set-Rule-Level(2, taxrule-sub) = Ref-Trans-Rule-Level
              and
              Set-Rule-Key(2, taxrule-sub) = Ref-Trans-Rule-Key and
              Set-Rule-Bedrooms-Low(2, taxrule-sub) =
                   Ref-Trans-Bedrooms-Low and
              Set-Rule-Bedrooms-High(2, taxrule-sub) =
                   Ref-Trans-Bedrooms-High and
              Set-Rule-Effective(2, taxrule-sub) =
                   Ref-Trans-Effective
               Move "Y" to taxrule-match-flag
               Move taxrule-sub to taxrule-match-sub
           else
               Add 1 to taxrule-sub
           end-if.

       1250-Check-Sim-Overlap.
           Move "N" to taxrule-overlap-flag.
           Move 1 to taxrule-sub.
           Perform 1255-Check-Sim-Overlap-Step until
                   Taxrule-Overlaps or
                   taxrule-sub > Set-Rule-Count(2).

       1255-Check-Sim-Overlap-Step.
           if Set-Rule-Level(2, taxrule-sub) = Ref-Trans-Rule-Level
              and
              Set-Rule-Key(2, taxrule-sub) = Ref-Trans-Rule-Key and
              Set-Rule-Effective(2, taxrule-sub) =
                   Ref-Trans-Effective and
              Ref-Trans-Bedrooms-Low not >
                   Set-Rule-Bedrooms-High(2, taxrule-sub) and
              Ref-Trans-Bedrooms-High not <
                   Set-Rule-Bedrooms-Low(2, taxrule-sub)
               Move "Y" to taxrule-overlap-flag
           else
               Add 1 to taxrule-sub
           end-if.

       1270-Simulate-Rule-Add.
           if Set-Rule-Count(2) > 99
               Move "REJECTED - rule table is full" to
                    trans-disp-out
               Perform 1900-Reject-Transaction
           else
               Add 1 to Set-Rule-Count(2)
               Move Set-Rule-Count(2) to taxrule-sub
               Move Ref-Trans-Rule-Level to
                    Set-Rule-Level(2, taxrule-sub)
               Move Ref-Trans-Rule-Key to
                    Set-Rule-Key(2, taxrule-sub)
               Move Ref-Trans-Bedrooms-Low to
                    Set-Rule-Bedrooms-Low(2, taxrule-sub)
               Move Ref-Trans-Bedrooms-High to
                    Set-Rule-Bedrooms-High(2, taxrule-sub)
               Move Function Numval(Ref-Trans-Effective) to
                    Set-Rule-Effective(2, taxrule-sub)
               Move Function Numval(Ref-Trans-Rate) to
                    Set-Rule-Rate(2, taxrule-sub)
               Move "n/a" to trans-before-out
               Move Ref-Trans-Rate to trans-after-out
               Perform 1950-Accept-Transaction
           end-if.

       1280-Sim-Rule-Shift-Down.
           Move Set-Rule-Entry(2, shift-sub + 1) to
                Set-Rule-Entry(2, shift-sub).
           Add 1 to shift-sub.

       1900-Reject-Transaction.
           if trans-before-out = spaces
               Move "n/a" to trans-before-out
           end-if.
           if trans-after-out = spaces
               Move "n/a" to trans-after-out
           end-if.
           Add 1 to Trans-Rejected-Count.
           Write Report-Print from Trans-Detail-Line.

       1950-Accept-Transaction.
           Move "SIMULATED" to trans-disp-out.
           Add 1 to Trans-Simulated-Count.
           Write Report-Print from Trans-Detail-Line.

       2000-Price-Master.
           *>A missing master is warned about, not fatal - the
           *>archive, when given, can still be priced.
           Open Input Sales-History-File.
           if Master-Status not = "00"
               Display "TAXSIM: sales-history master unavailable -"
               Display "        status " Master-Status
               Move "Y" to eof-master-flag
           else
               Move low-values to Master-Key
               Start Sales-History-File key not < Master-Key
                   invalid key Move "Y" to eof-master-flag
               end-start
           end-if.
           Perform 2010-Price-Master-Record until
                   eof-master-flag = "Y".
           if Master-Status = "00" or Master-Status = "10"
               Close Sales-History-File
           end-if.

       2010-Price-Master-Record.
           Read Sales-History-File next record
               at end Move "Y" to eof-master-flag
               not at end
                   Add 1 to Master-Read-Count
                   Move Master-Address to Work-Address
                   Move Master-Sale-Date to Work-Sale-Date
                   Move Master-City to Work-City
                   Move Master-Sale-Price to Work-Sale-Price
                   if Master-Attr-Missing
                       Move "N" to Work-Attr-Flag
                   else
                       Move "Y" to Work-Attr-Flag
                       Move Master-Bedrooms to Work-Bedrooms
                       Move Master-State to Work-State
                   end-if
                   Perform 2200-Price-Sale
           end-read.

       2100-Price-Archive.
           Open Input Archive-File.
           if Archive-Status not = "00"
               Display "TAXSIM: archive file unavailable -"
               Display "        status " Archive-Status
               Move "Y" to eof-archive-flag
           end-if.
           Perform 2110-Price-Archive-Record until
                   eof-archive-flag = "Y".
           if Archive-Status = "00" or Archive-Status = "10"
               Close Archive-File
           end-if.

       2110-Price-Archive-Record.
           Read Archive-File
               at end Move "Y" to eof-archive-flag
               not at end
                   Add 1 to Archive-Read-Count
                   Move Arch-Address to Work-Address
                   Move Arch-Sale-Date to Work-Sale-Date
                   Move Arch-City to Work-City
                   Move Arch-Sale-Price to Work-Sale-Price
                   if Arch-Attr-Missing
                       Move "N" to Work-Attr-Flag
                   else
                       Move "Y" to Work-Attr-Flag
                       Move Arch-Bedrooms to Work-Bedrooms
                       Move Arch-State to Work-State
                   end-if
                   Perform 2200-Price-Sale
           end-read.

       2200-Price-Sale.
           if Work-Sale-Date < From-Date-Num or
              Work-Sale-Date > To-Date-Num
               Continue
           else
               Add 1 to In-Range-Count
               Add Work-Sale-Price to In-Range-Price-Sum
               if not Work-Attr-Known
                   Perform 2210-Get-Property-Attributes
               end-if
               Compute Sale-YYYYMM = Work-Sale-Date / 100
               Perform 2400-Find-City-Total
               Move 1 to set-sub
               Perform 2300-Price-Under-Set
               Move 2 to set-sub
               Perform 2300-Price-Under-Set
           end-if.

       2210-Get-Property-Attributes.
           *>A sale posted without its own attributes takes the
           *>latest bedrooms the property master has seen for the
           *>address; one posted before the property master existed
           *>has none and is priced as PROG7 would price a
           *>zero-bedroom record with no state.
           Move 0 to Work-Bedrooms.
           Move spaces to Work-State.
           if Property-Available
               Move Work-Address to Prop-Address
               Read Property-File
                   invalid key
                       Add 1 to No-Attribute-Count
                   not invalid key
                       Move Prop-Bedrooms to Work-Bedrooms
                       Move Prop-State to Work-State
               end-read
           else
               Add 1 to No-Attribute-Count
           end-if.

       2300-Price-Under-Set.
           *>City tax and property tax exactly as PROG7's
           *>3000-Computation works them out, against the rate set
           *>named by set-sub.
           Move "N" to city-match-flag.
           Move 1 to city-sub.
           Perform 2310-Find-City-Rate-Step until
                   City-Found or city-sub > Set-City-Count(set-sub).
           if City-Found
               Compute city-taxes-temp =
                   Work-Sale-Price * Set-City-Rate(set-sub, city-sub)
                   * .001
           else
               Move 0 to city-taxes-temp
               Add 1 to No-City-Rate-Count(set-sub)
           end-if.

           Perform 2320-Find-Tax-Rule.
           if Taxrule-Found
               Compute taxes-temp =
                       Work-Sale-Price * Taxrule-Best-Rate * .0001
           else
               Add 1 to Default-Rate-Count(set-sub)
               Move "DFLT " to Taxrule-Best-Level
               Move 0 to Taxrule-Best-Effective
               if Work-City = "SACRAMENTO"
                 Move "SACRAMENTO" to Taxrule-Best-Key
                 if Work-Bedrooms > 1 then
                   Compute taxes-temp = (Work-Sale-Price * 0.075)
                   Move 0750 to Taxrule-Best-Rate
                   Move 2 to Taxrule-Best-Low
                   Move 9 to Taxrule-Best-High
                 else Compute taxes-temp = (Work-Sale-Price * 0.065)
                   Move 0650 to Taxrule-Best-Rate
                   Move 0 to Taxrule-Best-Low
                   Move 1 to Taxrule-Best-High
                 end-if
               else Compute taxes-temp = (Work-Sale-Price * 0.06)
                 Move "ALL OTHER" to Taxrule-Best-Key
                 Move 0600 to Taxrule-Best-Rate
                 Move 0 to Taxrule-Best-Low
                 Move 9 to Taxrule-Best-High
               end-if
           end-if.

           Add city-taxes-temp to Set-City-Tax-Sum(set-sub).
           Add taxes-temp to Set-Prop-Tax-Sum(set-sub).
           if ctot-sub > 0
               Add city-taxes-temp to Ctot-City-Tax(ctot-sub, set-sub)
               Add taxes-temp to Ctot-Prop-Tax(ctot-sub, set-sub)
           end-if.
           Perform 2500-Accumulate-Rule-Total.

       2310-Find-City-Rate-Step.
           if Set-City-Name(set-sub, city-sub) = Work-City
               Move "Y" to city-match-flag
           else
               Add 1 to city-sub
           end-if.

       2320-Find-Tax-Rule.
           *>PROG7's 3100-Find-Tax-Rule: city-level rules beat
           *>state-level ones, and within a level the latest
           *>effective date on or before the sale wins.
           Move "N" to taxrule-match-flag.
           Move spaces to Taxrule-Best-Level.
           Move spaces to Taxrule-Best-Key.
           Move 0 to Taxrule-Best-Low.
           Move 0 to Taxrule-Best-High.
           Move 0 to Taxrule-Best-Effective.
           Move 0 to Taxrule-Best-Rate.
           Move 1 to taxrule-sub.
           Perform 2330-Scan-Tax-Rule until
                   taxrule-sub > Set-Rule-Count(set-sub).

       2330-Scan-Tax-Rule.
           if Set-Rule-Effective(set-sub, taxrule-sub) <= Sale-YYYYMM
              and Work-Bedrooms >=
                  Set-Rule-Bedrooms-Low(set-sub, taxrule-sub)
              and Work-Bedrooms <=
                  Set-Rule-Bedrooms-High(set-sub, taxrule-sub)
               if (Set-Rule-Level(set-sub, taxrule-sub) = "CITY "
                   and Set-Rule-Key(set-sub, taxrule-sub) = Work-City)
                  or
                  (Set-Rule-Level(set-sub, taxrule-sub) = "STATE"
                   and Set-Rule-Key(set-sub, taxrule-sub)(1:2) =
                       Work-State)
                   Perform 2340-Keep-Best-Rule
               end-if
           end-if.
           Add 1 to taxrule-sub.

       2340-Keep-Best-Rule.
           Evaluate True
               When Taxrule-Not-Found
                   Perform 2350-Save-Rule
               When Set-Rule-Level(set-sub, taxrule-sub) = "CITY "
                    and Taxrule-Best-Level = "STATE"
                   Perform 2350-Save-Rule
               When Set-Rule-Level(set-sub, taxrule-sub) =
                    Taxrule-Best-Level and
                    Set-Rule-Effective(set-sub, taxrule-sub) >
                    Taxrule-Best-Effective
                   Perform 2350-Save-Rule
           End-Evaluate.

       2350-Save-Rule.
           Move "Y" to taxrule-match-flag.
           Move Set-Rule-Level(set-sub, taxrule-sub) to
                Taxrule-Best-Level.
           Move Set-Rule-Key(set-sub, taxrule-sub) to
                Taxrule-Best-Key.
           Move Set-Rule-Bedrooms-Low(set-sub, taxrule-sub) to
                Taxrule-Best-Low.
           Move Set-Rule-Bedrooms-High(set-sub, taxrule-sub) to
                Taxrule-Best-High.
           Move Set-Rule-Effective(set-sub, taxrule-sub) to
                Taxrule-Best-Effective.
           Move Set-Rule-Rate(set-sub, taxrule-sub) to
                Taxrule-Best-Rate.

       2400-Find-City-Total.
           *>Finds the sale's city row, inserting it in city order
           *>the first time the city is met.  A full table is
           *>warned about once; the grand totals still include
           *>every sale.
           Move 0 to ctot-sub.
           Move 1 to city-sub.
           Move "N" to shift-done-flag.
           Perform 2410-Find-City-Total-Step until
                   shift-done-flag = "Y" or
                   city-sub > City-Total-Count.
           if ctot-sub = 0
               if City-Total-Count > 199
                   if City-Total-Overflow-Flag = "N"
                       Display "WARNING: City totals capacity "
                               "exceeded - by-city section is partial"
                       Move "Y" to City-Total-Overflow-Flag
                   end-if
               else
                   Perform 2420-Insert-City-Total
               end-if
           end-if.
           if ctot-sub > 0
               Add 1 to Ctot-Sale-Count(ctot-sub)
               Add Work-Sale-Price to Ctot-Price-Sum(ctot-sub)
           end-if.

       2410-Find-City-Total-Step.
           if Ctot-City(city-sub) = Work-City
               Move city-sub to ctot-sub
               Move "Y" to shift-done-flag
           else
               if Ctot-City(city-sub) > Work-City
                   Move "Y" to shift-done-flag
               else
                   Add 1 to city-sub
               end-if
           end-if.

       2420-Insert-City-Total.
           Add 1 to City-Total-Count.
           Move City-Total-Count to shift-sub.
           Perform 2425-Shift-City-Total until shift-sub = city-sub.
           Initialize City-Total-Entry(city-sub).
           Move Work-City to Ctot-City(city-sub).
           Move city-sub to ctot-sub.

       2425-Shift-City-Total.
           Move City-Total-Entry(shift-sub - 1) to
                City-Total-Entry(shift-sub).
           Subtract 1 from shift-sub.

       2500-Accumulate-Rule-Total.
           *>The rule that priced the sale under this set gets the
           *>sale and its property tax; a change that moves a sale
           *>from one rule to another shows on both rows.
           Move Taxrule-Best-Level to Riw-Level.
           Move Taxrule-Best-Key to Riw-Key.
           Move Taxrule-Best-Low to Riw-Bedrooms-Low.
           Move Taxrule-Best-High to Riw-Bedrooms-High.
           Move Taxrule-Best-Effective to Riw-Effective.
           Move 0 to rtot-sub.
           Move 1 to taxrule-sub.
           Move "N" to shift-done-flag.
           Perform 2510-Find-Rule-Total-Step until
                   shift-done-flag = "Y" or
                   taxrule-sub > Rule-Total-Count.
           if rtot-sub = 0
               if Rule-Total-Count > 299
                   if Rule-Total-Overflow-Flag = "N"
                       Display "WARNING: Rule totals capacity "
                               "exceeded - by-rule section is partial"
                       Move "Y" to Rule-Total-Overflow-Flag
                   end-if
               else
                   Perform 2520-Insert-Rule-Total
               end-if
           end-if.
           if rtot-sub > 0
               Move Taxrule-Best-Rate to Rtot-Rate(rtot-sub, set-sub)
               Add 1 to Rtot-Sale-Count(rtot-sub, set-sub)
               Add taxes-temp to Rtot-Tax(rtot-sub, set-sub)
           end-if.

       2510-Find-Rule-Total-Step.
           if Rtot-Identity(taxrule-sub) = Rule-Identity-Work
               Move taxrule-sub to rtot-sub
               Move "Y" to shift-done-flag
           else
               if Rtot-Identity(taxrule-sub) > Rule-Identity-Work
                   Move "Y" to shift-done-flag
               else
                   Add 1 to taxrule-sub
               end-if
           end-if.

       2520-Insert-Rule-Total.
           Add 1 to Rule-Total-Count.
           Move Rule-Total-Count to shift-sub.
           Perform 2525-Shift-Rule-Total until
                   shift-sub = taxrule-sub.
           Initialize Rule-Total-Entry(taxrule-sub).
           Move Rule-Identity-Work to Rtot-Identity(taxrule-sub).
           Move taxrule-sub to rtot-sub.

       2525-Shift-Rule-Total.
           Move Rule-Total-Entry(shift-sub - 1) to
                Rule-Total-Entry(shift-sub).
           Subtract 1 from shift-sub.

       3000-Write-City-Section.
           Write Report-Print from " ".
           Move "CITY TAX AND PROPERTY TAX BY CITY" to ts-section-out.
           Write Report-Print from Taxsim-Section-Line.
           Write Report-Print from " ".
           Write Report-Print from City-Col-Headers.
           Write Report-Print from " ".
           if In-Range-Count = 0
               Write Report-Print from Taxsim-None-Line
           end-if.
           Move 1 to ctot-sub.
           Perform 3010-Write-City-Line until
                   ctot-sub > City-Total-Count.

           Move spaces to City-Detail-Line.
           Write Report-Print from " ".
           Move "ALL CITIES" to ct-city-out.
           Move In-Range-Count to ct-count-out.
           Move In-Range-Price-Sum to ct-price-out.
           Move Set-City-Tax-Sum(1) to ct-cur-city-out.
           Move Set-City-Tax-Sum(2) to ct-sim-city-out.
           Compute Tax-Difference =
                   Set-City-Tax-Sum(2) - Set-City-Tax-Sum(1).
           Move Tax-Difference to ct-city-diff-out.
           Move Set-Prop-Tax-Sum(1) to ct-cur-prop-out.
           Move Set-Prop-Tax-Sum(2) to ct-sim-prop-out.
           Compute Tax-Difference =
                   Set-Prop-Tax-Sum(2) - Set-Prop-Tax-Sum(1).
           Move Tax-Difference to ct-prop-diff-out.
           Write Report-Print from City-Detail-Line.

       3010-Write-City-Line.
           Move spaces to City-Detail-Line.
           Move Ctot-City(ctot-sub) to ct-city-out.
           Move Ctot-Sale-Count(ctot-sub) to ct-count-out.
           Move Ctot-Price-Sum(ctot-sub) to ct-price-out.
           Move Ctot-City-Tax(ctot-sub, 1) to ct-cur-city-out.
           Move Ctot-City-Tax(ctot-sub, 2) to ct-sim-city-out.
           Compute Tax-Difference = Ctot-City-Tax(ctot-sub, 2) -
                                    Ctot-City-Tax(ctot-sub, 1).
           Move Tax-Difference to ct-city-diff-out.
           Move Ctot-Prop-Tax(ctot-sub, 1) to ct-cur-prop-out.
           Move Ctot-Prop-Tax(ctot-sub, 2) to ct-sim-prop-out.
           Compute Tax-Difference = Ctot-Prop-Tax(ctot-sub, 2) -
                                    Ctot-Prop-Tax(ctot-sub, 1).
           Move Tax-Difference to ct-prop-diff-out.
           Write Report-Print from City-Detail-Line.
           Add 1 to ctot-sub.

       3500-Write-Rule-Section.
           Write Report-Print from " ".
           Move "PROPERTY TAX BY TAX RULE" to ts-section-out.
           Write Report-Print from Taxsim-Section-Line.
           Write Report-Print from " ".
           Write Report-Print from Rule-Col-Headers.
           Write Report-Print from " ".
           Move 1 to rtot-sub.
           Perform 3510-Write-Rule-Line until
                   rtot-sub > Rule-Total-Count.

       3510-Write-Rule-Line.
           *>A rule that priced no sale under one of the sets shows
           *>a blank rate and a zero count for that set.
           Move Rtot-Level(rtot-sub) to rt-level-out.
           Move Rtot-Key(rtot-sub) to rt-key-out.
           Move Rtot-Bedrooms-Low(rtot-sub) to rt-low-out.
           Move Rtot-Bedrooms-High(rtot-sub) to rt-high-out.
           Move Rtot-Effective(rtot-sub) to rt-effective-out.
           Compute rule-rate-pct = Rtot-Rate(rtot-sub, 1) / 100.
           Move rule-rate-pct to rt-cur-rate-out.
           Move "%" to rt-cur-pct-out.
           if Rtot-Sale-Count(rtot-sub, 1) = 0
               Move space to rt-cur-pct-out
           end-if.
           Move Rtot-Sale-Count(rtot-sub, 1) to rt-cur-count-out.
           Move Rtot-Tax(rtot-sub, 1) to rt-cur-tax-out.
           Compute rule-rate-pct = Rtot-Rate(rtot-sub, 2) / 100.
           Move rule-rate-pct to rt-sim-rate-out.
           Move "%" to rt-sim-pct-out.
           if Rtot-Sale-Count(rtot-sub, 2) = 0
               Move space to rt-sim-pct-out
           end-if.
           Move Rtot-Sale-Count(rtot-sub, 2) to rt-sim-count-out.
           Move Rtot-Tax(rtot-sub, 2) to rt-sim-tax-out.
           Compute Tax-Difference = Rtot-Tax(rtot-sub, 2) -
                                    Rtot-Tax(rtot-sub, 1).
           Move Tax-Difference to rt-diff-out.
           Write Report-Print from Rule-Detail-Line.
           Add 1 to rtot-sub.

       4000-Write-Report-Trailer.
           Write Report-Print from " ".
           Move "Master records read:" to ts-trail-label.
           Move Master-Read-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Archive records read:" to ts-trail-label.
           Move Archive-Read-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales in date range:" to ts-trail-label.
           Move In-Range-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales with no property attributes:" to
                ts-trail-label.
           Move No-Attribute-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales with no city rate - current:" to
                ts-trail-label.
           Move No-City-Rate-Count(1) to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales with no city rate - proposed:" to
                ts-trail-label.
           Move No-City-Rate-Count(2) to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales at default rates - current:" to
                ts-trail-label.
           Move Default-Rate-Count(1) to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Sales at default rates - proposed:" to
                ts-trail-label.
           Move Default-Rate-Count(2) to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Transactions read:" to ts-trail-label.
           Move Trans-Read-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Transactions simulated:" to ts-trail-label.
           Move Trans-Simulated-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Transactions rejected:" to ts-trail-label.
           Move Trans-Rejected-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.
           Move "Transactions ignored (zip):" to ts-trail-label.
           Move Trans-Ignored-Count to ts-trail-count.
           Write Report-Print from Taxsim-Trailer-Line.

           Write Report-Print from " ".
           Move "Total tax - current:" to ts-trail-amt-label.
           Compute Tax-Difference =
                   Set-City-Tax-Sum(1) + Set-Prop-Tax-Sum(1).
           Move Tax-Difference to ts-trail-amt.
           Write Report-Print from Taxsim-Trailer-Amount-Line.
           Move "Total tax - proposed:" to ts-trail-amt-label.
           Compute Tax-Difference =
                   Set-City-Tax-Sum(2) + Set-Prop-Tax-Sum(2).
           Move Tax-Difference to ts-trail-amt.
           Write Report-Print from Taxsim-Trailer-Amount-Line.
           Move "Net change in tax:" to ts-trail-amt-label.
           Compute Tax-Difference =
                   Set-City-Tax-Sum(2) + Set-Prop-Tax-Sum(2) -
                   Set-City-Tax-Sum(1) - Set-Prop-Tax-Sum(1).
           Move Tax-Difference to ts-trail-amt.
           Write Report-Print from Taxsim-Trailer-Amount-Line.
