       *>  claims is rejected at edit time with its own category
       *>  in the error breakdown, before it can distort city
       *>  totals or city taxes.
       *>  Property master added: propmast.dat, keyed on
       *>  Property-Address, takes the latest physical attributes,
       *>  the sale count and the last sale date and price from
       *>  every sale posted to the sales-history master, and is
       *>  re-derived from the master when an AMD/CXL correction
       *>  changes one of the property's sales.  REPSALE reports
       *>  the repeat sales from it.
       *>  Tax notice extract added: taxntc.dat carries, between
       *>  its own HDR/TRL, the rule, rates and taxes of every
       *>  written sale and every applied AMD/CXL, for TAXNOTC to
       *>  print the owners' notices and the billing register from.
       *>  The run's property-tax and city-tax grand totals join
       *>  the reconciliation section so the register ties back.
       *>  Reject suspense ledger added: every reject is also
       *>  logged to rejsusp.dat, keyed on the sale, with the
       *>  source, category and the run and date it was rejected
       *>  in, and is cleared when the sale or correction is
       *>  later posted.  The source id now travels through the
       *>  SORT so a postprocess reject knows its county.  REJAGE
       *>  ages the open items.
       *>  Remittance sale detail added: cityremd.dat lists, under
       *>  its own HDR/TRL, every sale behind the cityremt.dat city
       *>  records with its city rate and city tax, so REMTLOG can
       *>  log what was remitted sale by sale and CITYRECN can
       *>  reconcile it against the master after corrections.
       *>  Source statistics added: every completed extract run
       *>  appends one srcstat.dat record per county source -
       *>  records received, accepted, rejected by category,
       *>  duplicates, corrections, and the days between the
       *>  source's extract date and the run - for SRCSCORE's
       *>  rolling twelve-month scorecard.
       *>  Each sale now keeps its own physical attributes on the
       *>  sales-history master - zip, state, bedrooms, bathrooms,
       *>  square feet, type, latitude and longitude - instead of
       *>  only the latest ones on the property master, so COMPS
       *>  can judge a comparable as it was when it sold.  A
       *>  correction's property resync takes the attributes back
       *>  from the latest remaining sale.
       *>  City-rate and tax-rule changes now wait on pendchg.dat
       *>  for a second user's approval before CITYMNT/REFMNT
       *>  apply them; a run made while any are still waiting says
       *>  so under the report heading, since the rates it used are
       *>  about to change.
       *>  Addresses standardized through ADDRSTD - case folded,
       *>  punctuation stripped, suffixes and directionals
       *>  abbreviated - before any key is built from them, so one
       *>  property spelled two ways is one property on the master,
       *>  the property master, the suspense file, the notice
       *>  extract and the remittance detail.  The address as
       *>  received is kept on the master and is still what the
       *>  report, the CSV and the audit print, and it travels on
       *>  the tax notice extract for TAXNOTC to address the notice.
       *>  A restarted run now rebuilds the tax notice extract from
       *>  the aborted run's, keeping the notices its checkpoint
       *>  counts, so no sale or correction goes unbilled; the
       *>  notice count and hash totals ride on the checkpoint.
       Identification Division.
       Program-ID. PROG7.
       Environment Division.
           Select Remit-File
              assign to "cityremt.dat"
              Organization is line sequential.
           Select Remit-Sale-File
              assign to "cityremd.dat"
              Organization is line sequential.
           Select Tax-Notice-File
              assign to "taxntc.dat"
              Organization is line sequential
              File Status is Notice-Status.
           Select Tax-Rules-File
              assign to "taxrules.dat"
              Organization is line sequential
              Access is dynamic
              Record key is Master-Key
              File Status is Master-Status.
           Select Property-File
              assign to "propmast.dat"
              Organization is indexed
              Access is dynamic
              Record key is Prop-Address
              File Status is Property-Status.
           Select Suspense-File
              assign to "rejsusp.dat"
              Organization is indexed
              Access is dynamic
              Record key is Susp-Key
              File Status is Suspense-Status.
           Select Source-Stats-File
              assign to "srcstat.dat"
              Organization is line sequential
              File Status is Srcstat-Status.
           Select Pending-File
              assign to "pendchg.dat"
              Organization is indexed
              Access is dynamic
              Record key is Pend-Id
              File Status is Pending-Status.
           Select Checkpoint-File
              assign to "prog7chk.dat"
              Organization is line sequential
              File Status is Checkpoint-Status.
           Select Notice-Hold-File
              assign to "prog7ntc.dat"
              Organization is line sequential
              File Status is Notice-Hold-Status.
           Select WorkFile
              assign to "sort.dat".

           02 Rej-Input-Data          pic x(121).
           02 Rej-Category            pic x(2).

       *>Tax notice extract: one NEW record per written sale with
       *>the rule and rates 3000-Computation applied, and one
       *>AMD/CXL record per correction applied to the master, so
       *>TAXNOTC can revise or void the original notice.  The
       *>trailer carries the detail count and the NEW records'
       *>property-tax and city-tax hash totals - the same figures
       *>as the run report's tax grand totals.  The money fields
       *>carry two implied decimal places.
       FD Tax-Notice-File.
       01 Notice-Header-Rec.
           02 Ntx-Hdr-Id              pic x(3).
           02 Ntx-Hdr-Date            pic 9(8).
           02 Ntx-Hdr-Source          pic x(10).
       01 Notice-Detail-Rec.
           02 Ntx-Type                pic x(3).
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
           *>Ntx-Address is the standardized key the register is
           *>kept under; the notice is addressed as the sale came in.
           02 Ntx-Orig-Address        pic x(27).
       01 Notice-Trailer-Rec.
           02 Ntx-Trl-Id              pic x(3).
           02 Ntx-Trl-Count           pic 9(6).
           02 Ntx-Trl-Property-Hash   pic 9(12)V99.
           02 Ntx-Trl-City-Hash       pic 9(12)V99.

       FD Tax-Rules-File.
       01 Tax-Rules-Rec.
           02 Rule-Level-in           pic x(5).
           02 Rmt-Trl-Count           pic 9(6).
           02 Rmt-Trl-Tax-Hash        pic 9(12)V99.

       *>The sales behind the remittance, one DTL record each with
       *>the city rate it was taxed at.  Its trailer carries the
       *>same count, price and tax totals as the city records it
       *>sits behind, so the two files balance against each other.
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

       FD Audit-Exc-File.
       01 Audit-Exc-Print                     pic x(120) value Spaces.

           02 RHO-Status              pic x(9).
           02 RHO-Run-Mode            pic x(5).

       *>Every accepted sale, keyed on address plus sale date, with
       *>the physical attributes it carried when it sold.  Sales
       *>posted before the attributes were kept were filled in by
       *>SALECNV from the property master (source "P") or left
       *>blank.
       FD Sales-History-File.
       01 Master-Rec.
           02 Master-Key.
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

       *>One record per property ever posted to the sales-history
       *>master.  The physical attributes are those of the most
       *>recent sale; the count and last-sale fields let a repeat
       *>sale be spotted without reading the whole master.
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

       *>Reject suspense ledger - one record per rejected sale or
       *>correction, keyed on its address, raw sale date and
       *>record kind (DTL, AMD or CXL) so a resubmission finds
       *>the item it fixes.  The sale date is kept as the raw text
       *>the record arrived with, since a reject may carry a date
       *>that does not parse.
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

       *>One record per county source per completed extract run.
       *>The reject categories travel with their own codes, in
       *>the order of the error-category summary.
       FD Source-Stats-File.
       01 Source-Stats-Rec.
           02 Stat-Source-Id              pic x(10).
           02 Stat-Run-Stamp              pic x(14).
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

       *>CITYMNT/REFMNT changes entered but not yet approved or
       *>rejected are the ones still flagged waiting.
       FD Pending-File.
       01 Pending-Rec.
           02 Pend-Id                     pic 9(6).
           02 Pend-Program                pic x(8).
           02 Pend-Status                 pic x.
              88 Pend-Waiting             value "P".
           02 Pend-Trans                  pic x(44).
           02 Pend-Preparer               pic x(8).
           02 Pend-Entered-Date           pic 9(8).
           02 Pend-Entered-Time           pic 9(6).
           02 Pend-Approver               pic x(8).
           02 Pend-Decided-Date           pic 9(8).
           02 Pend-Decided-Time           pic 9(6).
           02 Pend-Note                   pic x(40).

       FD Checkpoint-File.
       01 Checkpoint-Rec.
           02 Chk-City-Hold-Accum         pic 9(11)V99.
           02 Chk-Bedrooms-Hold-Accum     pic 9(11)V99.
           02 Chk-Err-Count-Duplicate     pic 9(5).
           02 Chk-Property-Tax-Sum        pic 9(12)V99.
           02 Chk-City-Tax-Sum            pic 9(12)V99.
           02 Chk-Notice-Detail-Count     pic 9(6).
           02 Chk-Notice-Property-Hash    pic 9(12)V99.
           02 Chk-Notice-City-Hash        pic 9(12)V99.

       *>A restarted run's hold copy of the tax notice extract it
       *>carries forward - header and details as they stood.
       FD Notice-Hold-File.
       01 Notice-Hold-Rec                 pic x(145).

       SD WorkFile.
       01 WorkRec.
          02 Bedrooms-Sort                    pic 9.
          02 Bathrooms-Sort                   pic 9.
          02 Filler                           pic x(64).
          02 Sort-Source-Id                   pic x(10).
       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Taxrule-Best-Level         pic x(5) value spaces.
       01 Taxrule-Best-Effective     pic 9(6) value 0.
       01 Taxrule-Best-Rate          pic 9(4) value 0.
       01 Taxrule-Best-Key           pic x(15) value spaces.
       01 Sale-YYYYMM                pic 9(6) value 0.
       01 Sale-Month-Num-Work        pic 99 value 0.
       *>*****************Tax-Rules Table*****************

       *>*****************Sales-History Master************
       *>Accepted records are posted to the permanent saleshist.dat
       *>master keyed on the standardized Property-Address (see
       *>Key-Address) plus sale date.  A WRITE
       *>that comes back "22" means the sale is already on the
       *>master from an earlier run - the record is flagged as a
       *>duplicate instead of being counted twice.
       01 Master-Status              pic xx value "00".
       *>The standardized spelling of the current record's address
       *>- a detail's Property-Address or a correction's
       *>Crt-Address - set by 2015-Standardize-Address.  Every key
       *>is built from this; the raw address is only printed.
       01 Addrstd-Parameters.
           02 Addrstd-Address-In      pic x(27).
           02 Addrstd-Address-Out     pic x(27).
       01 Key-Address                pic x(27) value spaces.
       01 Master-Available-Flag      pic x value "N".
          88 Master-Available        value "Y".
       01 duplicate-flag             pic x value "N".
           02 yoy-period-out        pic 9(6).
       01 Master-YYYYMM-Work         pic 9(6) value 0.

       *>The property master is opened and closed with the
       *>sales-history master and shares its warn-and-run
       *>handling - a property file that cannot be opened costs
       *>the property update, not the month's report.
       01 Property-Status            pic xx value "00".
       01 Property-Available-Flag    pic x value "N".
          88 Property-Available      value "Y".
       01 eof-prop-scan-flag         pic x value "N".

       *>*****************Price Statistics***************
       *>Sale prices are collected in ascending order per City
       *>group (the SORT already delivers the groups together) and
           02 Restart-City-Hold-Accum        pic 9(11)V99.
           02 Restart-Bedrooms-Hold-Accum    pic 9(11)V99.
           02 Restart-Err-Count-Duplicate    pic 9(5).
           02 Restart-Property-Tax-Sum       pic 9(12)V99.
           02 Restart-City-Tax-Sum           pic 9(12)V99.
           02 Restart-Notice-Detail-Count    pic 9(6).
           02 Restart-Notice-Property-Hash   pic 9(12)V99.
           02 Restart-Notice-City-Hash       pic 9(12)V99.
       01 Records-Written-Count       pic 9(7) value 0.
       *>Key-Seq tracks how many consecutive written records share the
       *>same City/Bedrooms/Bathrooms sort key as the current one, so a
       01 City-Remit-Price-Sum        pic 9(12) value 0.
       01 Remit-City-Count            pic 9(6) value 0.
       01 Remit-Tax-Hash              pic 9(12)V99 value 0.
       01 Remit-Sale-Count            pic 9(6) value 0.
       01 Remit-Sale-Price-Hash       pic 9(12) value 0.
       01 Remit-Sale-Tax-Hash         pic 9(12)V99 value 0.
       *>*****************City Tax Remittance************

       *>*****************Tax Notice Extract*************
       *>Both output modes write the extract, since every
       *>written sale gets a notice either way.  A restarted run
       *>rebuilds it from the aborted run's extract (see
       *>2870-Notice-Reopen), so the notice count and hash totals
       *>are carried across a restart on the checkpoint, as
       *>Run-Property-Tax-Sum and Run-City-Tax-Sum - the report's
       *>tax grand totals - are.
       01 Notice-Status               pic xx value "00".
       01 Notice-Hold-Status          pic xx value "00".
       01 Notice-Open-Flag            pic x value "N".
          88 Notice-Open             value "Y".
       01 eof-notice-flag             pic x value "N".
       01 Notice-Header-Seen-Flag     pic x value "N".
          88 Notice-Header-Seen      value "Y".
       01 Notice-Copy-Count           pic 9(6) value 0.
       01 Notice-Detail-Count         pic 9(6) value 0.
       01 Notice-Property-Hash        pic 9(12)V99 value 0.
       01 Notice-City-Hash            pic 9(12)V99 value 0.
       01 Run-Property-Tax-Sum        pic 9(12)V99 value 0.
       01 Run-City-Tax-Sum            pic 9(12)V99 value 0.
       01 Run-Total-Tax-Sum           pic 9(12)V99 value 0.
       01 Corr-City-Hold              pic x(15) value spaces.
       *>*****************Tax Notice Extract*************

       *>*****************Reject Suspense****************
       *>Current-Source-Id follows the HDR record of the batch
       *>being read and, after the SORT, the source each returned
       *>record was released with.  A RESUB run's reject file has
       *>no HDR records; an item it re-rejects keeps the source it
       *>was first logged under.  Suspense-Skip-Flag keeps the
       *>restart re-issue of a pre-checkpoint reject from being
       *>logged a second time.
       01 Suspense-Status             pic xx value "00".
       01 Suspense-Available-Flag     pic x value "N".
          88 Suspense-Available      value "Y".
       01 Suspense-Skip-Flag          pic x value "N".
       01 Current-Source-Id           pic x(10) value spaces.
       01 Suspense-Date-Work          pic 9(8) value 0.
       01 Suspense-Disposition-Work   pic x(9) value spaces.
       01 Suspense-Opened-Count       pic 9(6) value 0.
       01 Suspense-Cleared-Count      pic 9(6) value 0.
       01 Suspense-Line.
           02 Filler                pic x(20) value
                                       "Suspense Opened:".
           02 susp-opened-out       pic zzzzz9.
           02 Filler                pic x(11) value spaces.
           02 Filler                pic x(20) value
                                       "Suspense Cleared:".
           02 susp-cleared-out      pic zzzzz9.
           02 Filler                pic x(97) value spaces.
       *>*****************Reject Suspense****************

       *>*****************Pre-Flight Check***************
       *>Every file the run cannot do without is proven openable
       *>before the batch controls are verified and anything is
                              "Sale-Price Sum discrepancy:".
           02 recon-flag-2          pic x(3) value "OK".
           02 Filler                pic x(122) value spaces.
       01 Reconciliation-Line-5.
           02 Filler                pic x(20) value
                                       "Property Tax Total:".
           02 recon-property-tax    pic $$$,$$$,$$$,$$9.99.
           02 Filler                pic x(5) value spaces.
           02 Filler                pic x(20) value "City Tax Total:".
           02 recon-city-tax        pic $$$,$$$,$$$,$$9.99.
           02 Filler                pic x(5) value spaces.
           02 Filler                pic x(20) value "Total Tax Due:".
           02 recon-total-tax       pic $$$,$$$,$$$,$$9.99.
       *>*****************Reconciliation*****************

       *>*****************Month/Year Trend**************
       01 RH-Status-Read             pic x(9) value spaces.
       *>*****************Run History********************

       *>*****************Source Statistics**************
       *>Each county source's figures for this run, gathered as
       *>its records are counted, rejected, flagged duplicate or
       *>written, and appended to srcstat.dat when the run
       *>completes.  A RESUB run's records carry no source or
       *>extract date and are left out.  A restarted run redoes
       *>the whole count: a record skipped as written before the
       *>checkpoint counts as accepted unless its city rejects
       *>it again.
       01 Srcstat-Status             pic xx value "00".
       01 Srcstat-Category-Codes     pic x(18) value
                                       "STPTBDBASQSPZCCTCN".
       01 Srcstat-Category-Table redefines Srcstat-Category-Codes.
          02 Srcstat-Category-Code   pic x(2) occurs 9 times.
       01 Srcstat-Count              pic 99 value 0.
       01 Srcstat-Entry occurs 20 times.
          02 Srcstat-Source          pic x(10).
          02 Srcstat-Extract-Date    pic 9(8).
          02 Srcstat-Received        pic 9(6).
          02 Srcstat-Accepted        pic 9(6).
          02 Srcstat-Rejected        pic 9(6).
          02 Srcstat-Duplicates      pic 9(6).
          02 Srcstat-Corrections     pic 9(6).
          02 Srcstat-Cat-Count       pic 9(5) occurs 9 times.
       01 Srcstat-Source-Work        pic x(10) value spaces.
       01 srcstat-sub                pic 99 value 0.
       01 srcstat-cat-sub            pic 99 value 0.
       01 srcstat-found-flag         pic x value "N".
       01 Srcstat-Overflow-Flag      pic x value "N".
       01 Srcstat-Run-Date           pic 9(8) value 0.
       *>*****************Source Statistics**************

       *>*****************Pending Rate Changes*************
       *>Counted at startup; any still waiting are called out on
       *>the report under the heading.
       01 Pending-Status             pic xx value "00".
       01 eof-pending-flag           pic x value "N".
       01 Pending-City-Count         pic 9(4) value 0.
       01 Pending-Ref-Count          pic 9(4) value 0.
       01 Pending-Warning-Line.
           02 Filler                 pic x(13) value
                                       "*** WARNING: ".
           02 pw-city-out            pic zzz9.
           02 Filler                 pic x(24) value
                                       " city-rate (CITYMNT) and".
           02 pw-ref-out             pic zzz9.
           02 Filler                 pic x(35) value
                                  " tax-rule/zip (REFMNT) changes are ".
           02 Filler                 pic x(46) value
                  "awaiting approval - this run used the rates on".
           02 Filler                 pic x(9) value " file ***".
           02 Filler                 pic x(25) value spaces.
       *>*****************Pending Rate Changes*************

       *>*****************Zip Cross-Reference************
       *>zipxref.dat pairs each Zip with the city it belongs to,
       *>loaded at startup the way 1500-Load-Table loads the city
           Perform 0400-Init-Geo-Zone-Table.
           Perform 0500-Load-Tax-Rules.
           Perform 0550-Load-Zip-Xref.
           Perform 0570-Count-Pending-Changes.
           Perform 0600-Init-Timing-Tables.
           Perform 0650-Init-Ptype-Table.

           Close Reject-File.
           Move "COMPLETED" to Run-Status-Work.
           Perform 0800-Write-Run-History.
           Perform 0850-Write-Source-Stats.
           Stop Run.

       0100-Get-Run-Parameters.
               end-if
           end-if.

       0570-Count-Pending-Changes.
           *>No pending file simply means nothing has ever been
           *>entered for approval.
           Open Input Pending-File.
           if Pending-Status = "00"
               Move "N" to eof-pending-flag
               Move 0 to Pend-Id
               Start Pending-File key not < Pend-Id
                   invalid key Move "Y" to eof-pending-flag
               end-start
               Perform 0575-Count-Pending-Record until
                       eof-pending-flag = "Y"
               Close Pending-File
           end-if.
           if Pending-City-Count > 0 or Pending-Ref-Count > 0
               Display "WARNING: rate changes are awaiting approval "
                       "- CITYMNT " Pending-City-Count
                       " REFMNT " Pending-Ref-Count
           end-if.

       0575-Count-Pending-Record.
           Read Pending-File next record
               at end Move "Y" to eof-pending-flag
               not at end
                   if Pend-Waiting
                       if Pend-Program = "CITYMNT"
                           Add 1 to Pending-City-Count
                       else
                           Add 1 to Pending-Ref-Count
                       end-if
                   end-if
           end-read.

       0700-Check-Prior-Runs.
           *>Warn when the submitted input file already shows a
           *>COMPLETED run on the history - the usual cause is the
                       "written"
           end-if.

       0850-Write-Source-Stats.
           *>One record per source seen on the run, appended to
           *>the permanent statistics file.  The first run ever has
           *>to create the file before it can be extended.
           if Srcstat-Count > 0
               Open Extend Source-Stats-File
               if Srcstat-Status = "35"
                   Open Output Source-Stats-File
               end-if
               if Srcstat-Status = "00"
                   Move Run-Start-Stamp(1:8) to Srcstat-Run-Date
                   Move 1 to srcstat-sub
                   perform 0855-Write-Source-Stat-Record until
                           srcstat-sub > Srcstat-Count
                   Close Source-Stats-File
               else
                   Display "WARNING: source statistics file could "
                           "not be written"
               end-if
           end-if.

       0855-Write-Source-Stat-Record.
           *>Days late runs from the extract date the source's
           *>header carried to the day this run started; a header
           *>date the calendar cannot place is left at zero.
           Move spaces to Source-Stats-Rec.
           Move Srcstat-Source(srcstat-sub) to Stat-Source-Id.
           Move Run-Start-Stamp to Stat-Run-Stamp.
           Move Srcstat-Extract-Date(srcstat-sub) to
                Stat-Extract-Date.
           Move 0 to Stat-Days-Late.
           if Function Test-Date-YYYYMMDD
                  (Srcstat-Extract-Date(srcstat-sub)) = 0
               Compute Stat-Days-Late =
                   Function Integer-Of-Date(Srcstat-Run-Date) -
                   Function Integer-Of-Date
                       (Srcstat-Extract-Date(srcstat-sub))
           end-if.
           Move Srcstat-Received(srcstat-sub) to Stat-Received.
           Move Srcstat-Accepted(srcstat-sub) to Stat-Accepted.
           Move Srcstat-Rejected(srcstat-sub) to Stat-Rejected.
           Move Srcstat-Duplicates(srcstat-sub) to Stat-Duplicates.
           Move Srcstat-Corrections(srcstat-sub) to
                Stat-Corrections.
           Move 1 to srcstat-cat-sub.
           perform 0856-Move-Stat-Category until
                   srcstat-cat-sub > 9.
           if Is-Restarted
               Move "Y" to Stat-Restarted
           else
               Move "N" to Stat-Restarted
           end-if.
           Write Source-Stats-Rec.
           Add 1 to srcstat-sub.

       0856-Move-Stat-Category.
           Move Srcstat-Category-Code(srcstat-cat-sub) to
                Stat-Category-Code(srcstat-cat-sub).
           Move Srcstat-Cat-Count(srcstat-sub, srcstat-cat-sub) to
                Stat-Category-Count(srcstat-cat-sub).
           Add 1 to srcstat-cat-sub.

       0600-Init-Timing-Tables.
           Move "SUN" to Timing-Day-Name(1).
           Move "MON" to Timing-Day-Name(2).
               Move Batch-Correction-Count to
                    Source-Corr-Cnt(Source-Table-Count)
           end-if.
           Move Batch-Source-Id to Srcstat-Source-Work.
           perform 2290-Srcstat-Find-Source.
           if srcstat-found-flag = "Y"
               Add Batch-Detail-Count to
                   Srcstat-Received(srcstat-sub)
               Add Batch-Correction-Count to
                   Srcstat-Corrections(srcstat-sub)
               if Srcstat-Extract-Date(srcstat-sub) = 0
                   Move Batch-Extract-Date to
                        Srcstat-Extract-Date(srcstat-sub)
               end-if
           end-if.

       1190-Control-Abend.
           Display "CONTROL TOTALS: run abandoned - extract not "
           *>correction, because a restarted run must not re-apply
           *>corrections the aborted run already made.
           Perform 1550-Open-Sales-History.
           Perform 1560-Open-Suspense.
           Perform 1600-Check-Restart.
           if Is-Restarted
               Perform 2870-Notice-Reopen
               *>The aborted run finished this preprocess and logged
               *>its rejects before the checkpoint was written.
               Move "Y" to Suspense-Skip-Flag
           else
               Perform 2875-Notice-Open
           end-if.
           Open Input Input-File.
           if Input-Status not = "00"
               Display "PRE-FLIGHT: input file lost after "
       2000-main-loop.
           Evaluate True
               When Batch-Control-Record
                   if Input-Rec(1:3) = "HDR"
                       Move Hdr-Source-Id to Current-Source-Id
                   end-if
               When Correction-Record
                   perform 2030-Apply-Correction
               When Other
                   if error-flag = "Y"
                       continue
                   else
                       Move input-rec to WorkRec
                       Move Current-Source-Id to Sort-Source-Id
                       release WorkRec
                   end-if
           End-Evaluate.

                              Add 1 to Records-Read-Count
               End-Evaluate
           end-if.
           Evaluate True
               When Correction-Record
                   Move Crt-Address to Addrstd-Address-In
                   perform 2015-Standardize-Address
               When Batch-Control-Record
                   Continue
               When Other
                   Move Property-Address to Addrstd-Address-In
                   perform 2015-Standardize-Address
           End-Evaluate.

       2015-Standardize-Address.
           *>The caller loads Addrstd-Address-In.  The SORT carries
           *>the record as received, so the postprocess calls this
           *>again for each record it returns.
           Call "ADDRSTD" using Addrstd-Parameters.
           Move Addrstd-Address-Out to Key-Address.

       2030-Apply-Correction.
           *>An AMD rewrites the matching master record with the
           *>amended Sale-Price; a CXL deletes it.  The original is
                        to error-message
                   perform 2040-Flag-Correction-Error
               When Other
                   Move Key-Address to Master-Address
                   Move Crt-Sale-Date to Master-Sale-Date
                   Read Sales-History-File
                       invalid key

       2050-Update-Master-Record.
           Move Master-Sale-Price to Corr-Old-Price-Hold.
           Move Master-City to Corr-City-Hold.
           if Crt-Record-Id = "AMD"
               Move Crt-New-Price to Master-Sale-Price
               Rewrite Master-Rec
                       perform 2040-Flag-Correction-Error
                   not invalid key
                       perform 2060-Note-Correction
                       perform 2070-Resync-Property
                       perform 2885-Notice-Write-Correction
                       Move "APPLIED" to Suspense-Disposition-Work
                       perform 2284-Clear-Suspense
               end-rewrite
           else
               Delete Sales-History-File record
                       perform 2040-Flag-Correction-Error
                   not invalid key
                       perform 2060-Note-Correction
                       perform 2070-Resync-Property
                       perform 2885-Notice-Write-Correction
                       Move "APPLIED" to Suspense-Disposition-Work
                       perform 2284-Clear-Suspense
               end-delete
           end-if.

               end-if
           end-if.

       2070-Resync-Property.
           *>An amended or cancelled sale changes the property's
           *>sale count or last sale, so both are re-derived from
           *>the master, whose address-plus-date key holds every
           *>sale of one property together.  The physical
           *>attributes follow the latest remaining sale when that
           *>sale carries its own, and are otherwise left as they
           *>stand - a correction carries none.  A property that
           *>predates the property master has no record to
           *>correct.
           if Property-Available
               Move Key-Address to Prop-Address
               Read Property-File
                   invalid key
                       Continue
                   not invalid key
                       perform 2075-Rescan-Property-Sales
                       Rewrite Property-Rec
                           invalid key
                               Display "WARNING: property rewrite "
                                       "failed for " Prop-Address
                       end-rewrite
               end-read
           end-if.

       2075-Rescan-Property-Sales.
           Move 0 to Prop-Sale-Count.
           Move 0 to Prop-Last-Sale-Date.
           Move 0 to Prop-Last-Sale-Price.
           Move "N" to eof-prop-scan-flag.
           Move Key-Address to Master-Address.
           Move 0 to Master-Sale-Date.
           Start Sales-History-File key not < Master-Key
               invalid key Move "Y" to eof-prop-scan-flag
           end-start.
           perform 2078-Rescan-Property-Step until
                   eof-prop-scan-flag = "Y".

       2078-Rescan-Property-Step.
           Read Sales-History-File next record
               at end Move "Y" to eof-prop-scan-flag
               not at end
                   if Master-Address not = Key-Address
                       Move "Y" to eof-prop-scan-flag
                   else
                       Add 1 to Prop-Sale-Count
                       if Master-Sale-Date >= Prop-Last-Sale-Date
                           Move Master-Sale-Date to
                                Prop-Last-Sale-Date
                           Move Master-Sale-Price to
                                Prop-Last-Sale-Price
                           if Master-Attr-From-Sale
                               perform 2079-Resync-Attributes
                           end-if
                       end-if
                   end-if
           end-read.

       2079-Resync-Attributes.
           Move Master-City to Prop-City.
           Move Master-Zip to Prop-Zip.
           Move Master-State to Prop-State.
           Move Master-Bedrooms to Prop-Bedrooms.
           Move Master-Bathrooms to Prop-Bathrooms.
           Move Master-Sq-Ft to Prop-Sq-Ft.
           Move Master-Type to Prop-Type.
           Move Master-Latitude to Prop-Latitude.
           Move Master-Longitude to Prop-Longitude.

       2200-validation.
           perform 2250-Check-Zip-City.
           if isAllowedState and
           Move Input-Rec to Rej-Input-Data.
           Move Reject-Category-Work to Rej-Category.
           Write Reject-Rec.
           perform 2292-Srcstat-Tally-Reject.
           if Suspense-Available and Suspense-Skip-Flag = "N"
               perform 2282-Log-Suspense
           end-if.

       2290-Srcstat-Find-Source.
           *>Finds Srcstat-Source-Work on the statistics table,
           *>adding it if the table has room.  Not used on a RESUB
           *>run, whose records have no source to charge.
           Move "N" to srcstat-found-flag.
           if Resub-Mode
               Continue
           else
               Move 1 to srcstat-sub
               perform 2291-Srcstat-Find-Step until
                       srcstat-found-flag = "Y" or
                       srcstat-sub > Srcstat-Count
               if srcstat-found-flag = "N"
                   if Srcstat-Count < 20
                       Add 1 to Srcstat-Count
                       Move Srcstat-Count to srcstat-sub
                       Initialize Srcstat-Entry(srcstat-sub)
                       Move Srcstat-Source-Work to
                            Srcstat-Source(srcstat-sub)
                       Move "Y" to srcstat-found-flag
                   else
                       if Srcstat-Overflow-Flag = "N"
                           Display "WARNING: Source statistics "
                                   "table capacity exceeded"
                           Move "Y" to Srcstat-Overflow-Flag
                       end-if
                   end-if
               end-if
           end-if.

       2291-Srcstat-Find-Step.
           if Srcstat-Source(srcstat-sub) = Srcstat-Source-Work
               Move "Y" to srcstat-found-flag
           else
               Add 1 to srcstat-sub
           end-if.

       2292-Srcstat-Tally-Reject.
           *>Correction rejects (CN) are counted under their own
           *>category but not as rejected records - a correction
           *>is never one of the records received.
           Move Current-Source-Id to Srcstat-Source-Work.
           perform 2290-Srcstat-Find-Source.
           if srcstat-found-flag = "Y"
               Move 1 to srcstat-cat-sub
               perform 2293-Srcstat-Category-Step until
                       srcstat-cat-sub > 9 or
                       Srcstat-Category-Code(srcstat-cat-sub) =
                       Reject-Category-Work
               if srcstat-cat-sub not > 9
                   Add 1 to
                       Srcstat-Cat-Count(srcstat-sub, srcstat-cat-sub)
               end-if
               if Reject-Category-Work not = "CN"
                   Add 1 to Srcstat-Rejected(srcstat-sub)
               end-if
           end-if.

       2293-Srcstat-Category-Step.
           Add 1 to srcstat-cat-sub.

       2294-Srcstat-Tally-Accepted.
           Move Current-Source-Id to Srcstat-Source-Work.
           perform 2290-Srcstat-Find-Source.
           if srcstat-found-flag = "Y"
               Add 1 to Srcstat-Accepted(srcstat-sub)
           end-if.

       2282-Log-Suspense.
           *>A sale already in suspense - rejected again by a RESUB
           *>run, or sent again by the county - has its count and
           *>latest category and run updated; one that had been
           *>cleared is reopened.  Its first-rejected date stands,
           *>so the aging runs from when the sale first went wrong.
           perform 2286-Build-Suspense-Key.
           Read Suspense-File
               invalid key
                   Move Reject-Category-Work to Susp-Category
                   Move Current-Source-Id to Susp-Source
                   Move Suspense-Date-Work to Susp-First-Date
                   Move Run-Start-Stamp to Susp-First-Run
                   Move Suspense-Date-Work to Susp-Last-Date
                   Move Run-Start-Stamp to Susp-Last-Run
                   Move 1 to Susp-Reject-Count
                   Move "OPEN" to Susp-Status
                   Move 0 to Susp-Clear-Date
                   Move spaces to Susp-Clear-Run
                   Move spaces to Susp-Disposition
                   Move spaces to Susp-Clear-Mode
                   Write Suspense-Rec
                       invalid key
                           Display "WARNING: suspense write failed "
                                   "for " Susp-Address
                       not invalid key
                           Add 1 to Suspense-Opened-Count
                   end-write
               not invalid key
                   Move Reject-Category-Work to Susp-Category
                   Move Suspense-Date-Work to Susp-Last-Date
                   Move Run-Start-Stamp to Susp-Last-Run
                   if Susp-Reject-Count < 9999
                       Add 1 to Susp-Reject-Count
                   end-if
                   if Susp-Cleared
                       Move "OPEN" to Susp-Status
                       Move 0 to Susp-Clear-Date
                       Move spaces to Susp-Clear-Run
                       Move spaces to Susp-Disposition
                       Move spaces to Susp-Clear-Mode
                       Add 1 to Suspense-Opened-Count
                   end-if
                   Rewrite Suspense-Rec
                       invalid key
                           Display "WARNING: suspense rewrite "
                                   "failed for " Susp-Address
                   end-rewrite
           end-read.

       2284-Clear-Suspense.
           *>A posted sale or applied correction clears its open
           *>suspense item; Suspense-Disposition-Work says how it
           *>went through.  A sale that was never rejected has no
           *>item and nothing happens.
           if Suspense-Available
               perform 2286-Build-Suspense-Key
               Read Suspense-File
                   invalid key
                       Continue
                   not invalid key
                       if Susp-Open
                           Move "CLEARED" to Susp-Status
                           Move Suspense-Date-Work to Susp-Clear-Date
                           Move Run-Start-Stamp to Susp-Clear-Run
                           Move Suspense-Disposition-Work to
                                Susp-Disposition
                           if Resub-Mode
                               Move "RESUB" to Susp-Clear-Mode
                           else
                               Move "EXTRACT" to Susp-Clear-Mode
                           end-if
                           Rewrite Suspense-Rec
                               invalid key
                                   Display "WARNING: suspense "
                                           "rewrite failed for "
                                           Susp-Address
                               not invalid key
                                   Add 1 to Suspense-Cleared-Count
                           end-rewrite
                       end-if
               end-read
           end-if.

       2286-Build-Suspense-Key.
           Move spaces to Suspense-Rec.
           Evaluate True
               When Input-Rec(1:3) = "AMD" or
                    Input-Rec(1:3) = "CXL"
                   Move Key-Address to Susp-Address
                   Move Crt-Sale-Date to Susp-Date-Text
                   Move Crt-Record-Id to Susp-Kind
               When Other
                   Move Key-Address to Susp-Address
                   Move Sale-year to Susp-Date-Text(1:4)
                   Move Sale-month to Susp-Date-Text(5:3)
                   Move Sale-day to Susp-Date-Text(8:2)
                   Move "DTL" to Susp-Kind
           End-Evaluate.

       2250-Check-Zip-City.
           *>The record passes when its Zip either belongs to the

       2100-Init.
           Move "N" to eof-flag.
           Move "N" to Suspense-Skip-Flag.

           Open Input City-File.
           if City-Status not = "00"
               Move Restart-City-Hold-Accum to city-hold-accum
               Move Restart-Bedrooms-Hold-Accum to bedrooms-hold-accum
               Move Restart-Err-Count-Duplicate to Err-Count-Duplicate
               Move Restart-Property-Tax-Sum to Run-Property-Tax-Sum
               Move Restart-City-Tax-Sum to Run-City-Tax-Sum
               Add Restart-Err-Count-Duplicate to number-of-errors
               Move Restart-Key-Seq to Current-Key-Seq
               Move Restart-City-Sort to Key-Seq-City-Hold
                   Move " " to Output-Rec
                   Write Output-Rec

                   if Pending-City-Count > 0 or Pending-Ref-Count > 0
                       Move Pending-City-Count to pw-city-out
                       Move Pending-Ref-Count to pw-ref-out
                       Move Pending-Warning-Line to Output-Rec
                       Write Output-Rec
                       Move " " to Output-Rec
                       Write Output-Rec
                   end-if

                   *>Move and write the column headers
                   Move Column-Headers to Output-Rec
                   Write Output-Rec
               Move "N" to Master-Available-Flag
           end-if.

           *>The property master follows the sales-history master:
           *>created on the first run, skipped with a warning if it
           *>cannot be opened, and never updated when the sales it
           *>summarizes cannot be posted.
           Move "N" to Property-Available-Flag.
           if Master-Available
               Move "Y" to Property-Available-Flag
               Open I-O Property-File
               if Property-Status = "35"
                   Open Output Property-File
                   if Property-Status = "00"
                       Close Property-File
                       Open I-O Property-File
                   end-if
               end-if
               if Property-Status not = "00"
                   Display "WARNING: property master unavailable -"
                   Display "         property update is skipped"
                   Move "N" to Property-Available-Flag
               end-if
           end-if.

       1560-Open-Suspense.
           *>The suspense ledger accumulates across runs like the
           *>master and gets the same warn-and-run handling.
           if Resub-Mode
               Move "RESUB" to Current-Source-Id
           end-if.
           Move Run-Start-Stamp(1:8) to Suspense-Date-Work.
           Move "Y" to Suspense-Available-Flag.
           Open I-O Suspense-File.
           if Suspense-Status = "35"
               Open Output Suspense-File
               if Suspense-Status = "00"
                   Close Suspense-File
                   Open I-O Suspense-File
               end-if
           end-if.
           if Suspense-Status not = "00"
               Display "WARNING: reject suspense file unavailable -"
               Display "         rejects are not logged to it"
               Move "N" to Suspense-Available-Flag
           end-if.

       1600-Check-Restart.
           *>Checkpoint/restart: if a checkpoint record exists from a
           *>prior, incomplete run we reload the totals and sort key
                       *>redoes the month from record one, which
                       *>is what the old release's figures need
                       *>anyway.
                       if Chk-Bedrooms-Hold is not Numeric or
                          Chk-City-Tax-Sum is not Numeric or
                          Chk-Notice-City-Hash is not Numeric
                           Display
                             "WARNING: checkpoint was written at"
                           Display
                            Restart-Bedrooms-Hold-Accum
                       Move Chk-Err-Count-Duplicate to
                            Restart-Err-Count-Duplicate
                       Move Chk-Property-Tax-Sum to
                            Restart-Property-Tax-Sum
                       Move Chk-City-Tax-Sum to Restart-City-Tax-Sum
                       Move Chk-Notice-Detail-Count to
                            Restart-Notice-Detail-Count
                       Move Chk-Notice-Property-Hash to
                            Restart-Notice-Property-Hash
                       Move Chk-Notice-City-Hash to
                            Restart-Notice-City-Hash
                       end-if
                       end-if
               end-read

       2100-Move-Write.
           Move "N" to skip-flag.
           Move Property-Address to Addrstd-Address-In.
           perform 2015-Standardize-Address.
           if Resub-Mode
               Continue
           else
               Move Sort-Source-Id to Current-Source-Id
           end-if.
           if Is-Restarted
               perform 1650-Check-Skip
           end-if.
                   perform 2160-Report-Write
               end-if
               if Record-Was-Written
                   perform 2294-Srcstat-Tally-Accepted
                   perform 2110-Track-Key-Seq
                   if Function Mod(counter1, Checkpoint-Interval) = 0
                       perform 1050-Write-Checkpoint
               Move "City not in tax table" to error-message
               Write Error-Print from Error-Out
               Move "CT" to Reject-Category-Work
               Move "Y" to Suspense-Skip-Flag
               perform 2280-Write-Reject-Record
               Move "N" to Suspense-Skip-Flag
           else
               perform 2294-Srcstat-Tally-Accepted
           end-if.

       1050-Write-Checkpoint.
           *>The extract is closed and reopened first, so every
           *>notice the checkpoint counts is on disk for a restart
           *>to carry forward.
           if Notice-Open
               Close Tax-Notice-File
               Open Extend Tax-Notice-File
           end-if.
           Open Output Checkpoint-File.
           Move Control-Input-Filename to Chk-Input-Filename.
           Move City to Chk-City-Sort.
           Move city-hold-accum to Chk-City-Hold-Accum.
           Move bedrooms-hold-accum to Chk-Bedrooms-Hold-Accum.
           Move Err-Count-Duplicate to Chk-Err-Count-Duplicate.
           Move Run-Property-Tax-Sum to Chk-Property-Tax-Sum.
           Move Run-City-Tax-Sum to Chk-City-Tax-Sum.
           Move Notice-Detail-Count to Chk-Notice-Detail-Count.
           Move Notice-Property-Hash to Chk-Notice-Property-Hash.
           Move Notice-City-Hash to Chk-Notice-City-Hash.
           Write Checkpoint-Rec.
           Close Checkpoint-File.

               Add Bathrooms to Bathroom-Sum
               Add Sq-Ft to Sq-Ft-Sum
               Add Sale-Price to Sale-Price-Sum
               perform 2880-Notice-Write-New
               perform 1700-Accumulate-Buckets
               perform 4000-Trend-Accumulate
               perform 4100-Geo-Accumulate
               Add Bathrooms to Bathroom-Sum
               Add Sq-Ft to Sq-Ft-Sum
               Add Sale-Price to Sale-Price-Sum
               perform 2880-Notice-Write-New

               perform 4000-Trend-Accumulate
               perform 4100-Geo-Accumulate
               *>lands in the remittance record just written.
               Add 1 to City-Remit-Count
               Add Sale-Price to City-Remit-Price-Sum
               perform 2905-Remit-Write-Sale

               *>Statistics are collected after the break logic so
               *>the record that opens a new city group is never
           *>is processed normally rather than flagged.
           Move "N" to duplicate-flag.
           if Master-Available
               Move Key-Address to Master-Address
               Move Property-Address to Master-Orig-Address
               Compute Master-Sale-Date =
                       Sale-YYYYMM * 100 + Sale-day
               Move City to Master-City
               Move Sale-Price to Master-Sale-Price
               Move Zip to Master-Zip
               Move State to Master-State
               Move Bedrooms to Master-Bedrooms
               Move Bathrooms to Master-Bathrooms
               Move Sq-Ft to Master-Sq-Ft
               Move Property-Type to Master-Type
               Move Property-Latitude to Master-Latitude
               Move Property-Longitude to Master-Longitude
               Move "S" to Master-Attr-Source
               Write Master-Rec
                   invalid key
                       if Is-Restarted
                           Continue
                       else
                           Move "Y" to duplicate-flag
                           Move "DUPLICATE" to
                                Suspense-Disposition-Work
                           perform 2284-Clear-Suspense
                       end-if
                   not invalid key
                       perform 2370-Post-Property
                       Move "POSTED" to Suspense-Disposition-Work
                       perform 2284-Clear-Suspense
               end-write
           end-if.
           if Not-Duplicate-Sale
               end-if
           end-if.

       2370-Post-Property.
           *>Only a sale that actually went onto the master reaches
           *>here, so a restarted run re-posting a record the
           *>aborted run already wrote never counts it twice.  A
           *>sale older than the property's last one - a late
           *>submission - adds to the count but leaves the latest
           *>sale and attributes alone.
           if Property-Available
               Move Key-Address to Prop-Address
               Read Property-File
                   invalid key
                       perform 2375-Add-Property
                   not invalid key
                       Add 1 to Prop-Sale-Count
                       if Master-Sale-Date >= Prop-Last-Sale-Date
                           perform 2378-Move-Property-Attributes
                       end-if
                       Rewrite Property-Rec
                           invalid key
                               Display "WARNING: property rewrite "
                                       "failed for " Prop-Address
                       end-rewrite
               end-read
           end-if.

       2375-Add-Property.
           Move spaces to Property-Rec.
           Move Key-Address to Prop-Address.
           Move 1 to Prop-Sale-Count.
           perform 2378-Move-Property-Attributes.
           Write Property-Rec
               invalid key
                   Display "WARNING: property write failed for "
                           Prop-Address
           end-write.

       2378-Move-Property-Attributes.
           Move City to Prop-City.
           Move Zip to Prop-Zip.
           Move State to Prop-State.
           Move Bedrooms to Prop-Bedrooms.
           Move Bathrooms to Prop-Bathrooms.
           Move Sq-Ft to Prop-Sq-Ft.
           Move Property-Type to Prop-Type.
           Move Property-Latitude to Prop-Latitude.
           Move Property-Longitude to Prop-Longitude.
           Move Master-Sale-Date to Prop-Last-Sale-Date.
           Move Master-Sale-Price to Prop-Last-Sale-Price.

       2360-Flag-Duplicate.
           Write Error-Print from Input-Rec.
           Move counter1 to error-record.
           Write Error-Print from Error-Out.
           Add 1 to number-of-errors.
           Add 1 to Err-Count-Duplicate.
           Move Current-Source-Id to Srcstat-Source-Work.
           perform 2290-Srcstat-Find-Source.
           if srcstat-found-flag = "Y"
               Add 1 to Srcstat-Duplicates(srcstat-sub)
           end-if.

       2410-Stats-Accumulate.
           perform 2420-Stats-Insert-City-Price.
               perform 2620-Burst-Close-City
           end-if.

       2875-Notice-Open.
           Open Output Tax-Notice-File.
           Move "Y" to Notice-Open-Flag.
           Move spaces to Notice-Header-Rec.
           Move "HDR" to Ntx-Hdr-Id.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:8) to Ntx-Hdr-Date.
           Move "PROG7" to Ntx-Hdr-Source.
           Write Notice-Header-Rec.

       2870-Notice-Reopen.
           *>A restarted run carries the aborted run's extract
           *>forward.  The checkpoint counts the details that stood
           *>when it was taken - every AMD/CXL, since corrections
           *>are all applied before the first checkpoint, and the
           *>NEW notice of every sale this run skips as already
           *>written.  Those are kept, by way of a hold copy, and
           *>whatever the aborted run wrote after its checkpoint is
           *>dropped, since this run writes it again.  An extract
           *>that is missing or short stops the run before anything
           *>is posted, leaving the checkpoint and taxntc.dat as
           *>they are.
           Move 0 to Notice-Copy-Count.
           Move "N" to Notice-Header-Seen-Flag.
           Open Input Tax-Notice-File.
           if Notice-Status not = "00"
               Display "PRE-FLIGHT: the aborted run's tax notice "
                       "extract is missing - status " Notice-Status
               Perform 2879-Notice-Reopen-Abend
           end-if.
           Open Output Notice-Hold-File.
           Move "N" to eof-notice-flag.
           Perform 2871-Notice-Hold-Record until
                   eof-notice-flag = "Y".
           Close Tax-Notice-File.
           Close Notice-Hold-File.
           if not Notice-Header-Seen or
              Notice-Copy-Count < Restart-Notice-Detail-Count
               Display "PRE-FLIGHT: the aborted run's tax notice "
                       "extract holds " Notice-Copy-Count " of the "
                       Restart-Notice-Detail-Count
                       " notices checkpointed"
               Perform 2879-Notice-Reopen-Abend
           end-if.

           Open Input Notice-Hold-File.
           Open Output Tax-Notice-File.
           Move "Y" to Notice-Open-Flag.
           Move "N" to eof-notice-flag.
           Perform 2872-Notice-Restore-Record until
                   eof-notice-flag = "Y".
           Close Notice-Hold-File.
           *>The hold copy is emptied once it has served.
           Open Output Notice-Hold-File.
           Close Notice-Hold-File.
           Move Restart-Notice-Detail-Count to Notice-Detail-Count.
           Move Restart-Notice-Property-Hash to Notice-Property-Hash.
           Move Restart-Notice-City-Hash to Notice-City-Hash.
           Display "RESTART: " Notice-Detail-Count
                   " tax notices carried forward from the aborted "
                   "run's extract".

       2871-Notice-Hold-Record.
           Read Tax-Notice-File
               at end Move "Y" to eof-notice-flag
               not at end
                   Evaluate True
                       When Ntx-Hdr-Id = "HDR"
                           Move "Y" to Notice-Header-Seen-Flag
                           Write Notice-Hold-Rec from
                                 Notice-Header-Rec
                       When Ntx-Type = "TRL"
                           Move "Y" to eof-notice-flag
                       When Notice-Copy-Count <
                            Restart-Notice-Detail-Count
                           Add 1 to Notice-Copy-Count
                           Write Notice-Hold-Rec from
                                 Notice-Detail-Rec
                       When Other
                           Move "Y" to eof-notice-flag
                   End-Evaluate
           end-read.

       2872-Notice-Restore-Record.
           Read Notice-Hold-File
               at end Move "Y" to eof-notice-flag
               not at end
                   if Notice-Hold-Rec(1:3) = "HDR"
                       Write Notice-Header-Rec from Notice-Hold-Rec
                   else
                       Write Notice-Detail-Rec from Notice-Hold-Rec
                   end-if
           end-read.

       2879-Notice-Reopen-Abend.
           Display "PRE-FLIGHT: restore taxntc.dat as the aborted "
                   "run left it and rerun - the checkpoint is kept".
           Perform 1195-Preflight-Abend.

       2880-Notice-Write-New.
           *>The sale date is the master's, built by
           *>2350-Post-Sales-History just before this.
           Add taxes-temp to Run-Property-Tax-Sum.
           Add city-taxes-temp to Run-City-Tax-Sum.
           if Notice-Open
               Move spaces to Notice-Detail-Rec
               Move "NEW" to Ntx-Type
               Move Key-Address to Ntx-Address
               Move Property-Address to Ntx-Orig-Address
               Compute Ntx-Sale-Date = Sale-YYYYMM * 100 + Sale-day
               Move City to Ntx-City
               Move Sale-Price to Ntx-Sale-Price
               Move 0 to Ntx-Old-Price
               Move Taxrule-Best-Level to Ntx-Rule-Level
               Move Taxrule-Best-Key to Ntx-Rule-Key
               Move Taxrule-Best-Effective to Ntx-Rule-Effective
               Move Taxrule-Best-Rate to Ntx-Rule-Rate
               Move city-tax(city-table-index) to Ntx-City-Rate
               Move taxes-temp to Ntx-Property-Tax
               Move city-taxes-temp to Ntx-City-Tax
               Write Notice-Detail-Rec
               Add 1 to Notice-Detail-Count
               Add taxes-temp to Notice-Property-Hash
               Add city-taxes-temp to Notice-City-Hash
           end-if.

       2885-Notice-Write-Correction.
           *>The rates are not re-derived here - TAXNOTC revises
           *>the original notice at the rates it was issued at.
           if Notice-Open
               Move spaces to Notice-Detail-Rec
               Move Crt-Record-Id to Ntx-Type
               Move Key-Address to Ntx-Address
               Move Crt-Address to Ntx-Orig-Address
               Move Crt-Sale-Date to Ntx-Sale-Date
               Move Corr-City-Hold to Ntx-City
               if Crt-Record-Id = "AMD"
                   Move Crt-New-Price to Ntx-Sale-Price
               else
                   Move 0 to Ntx-Sale-Price
               end-if
               Move Corr-Old-Price-Hold to Ntx-Old-Price
               Move 0 to Ntx-Rule-Effective
               Move 0 to Ntx-Rule-Rate
               Move 0 to Ntx-City-Rate
               Move 0 to Ntx-Property-Tax
               Move 0 to Ntx-City-Tax
               Write Notice-Detail-Rec
               Add 1 to Notice-Detail-Count
           end-if.

       2887-Notice-Close-Final.
           if Notice-Open
               Move spaces to Notice-Trailer-Rec
               Move "TRL" to Ntx-Trl-Id
               Move Notice-Detail-Count to Ntx-Trl-Count
               Move Notice-Property-Hash to Ntx-Trl-Property-Hash
               Move Notice-City-Hash to Ntx-Trl-City-Hash
               Write Notice-Trailer-Rec
               Close Tax-Notice-File
               Move "N" to Notice-Open-Flag
           end-if.

       2890-Remit-Open.
           *>The remittance interface carries its own batch
           *>controls, so it opens with a header the receiving
           Move WS-Current-Date-Fields(1:8) to Rmt-Hdr-Date.
           Move "PROG7" to Rmt-Hdr-Source.
           Write Remit-Header-Rec.
           Open Output Remit-Sale-File.
           Move spaces to Remit-Sale-Header-Rec.
           Move "HDR" to Rsd-Hdr-Id.
           Move Rmt-Hdr-Date to Rsd-Hdr-Date.
           Move "PROG7" to Rsd-Hdr-Source.
           Write Remit-Sale-Header-Rec.

       2900-Remit-Write-City.
           *>Called at the 1010-city-sum break while city-hold
           Move 0 to City-Remit-Count.
           Move 0 to City-Remit-Price-Sum.

       2905-Remit-Write-Sale.
           *>city-table-index still points at the sale's city from
           *>3000-Computation, which only lets a sale this far when
           *>the city was found.
           if Remit-Open
               Move spaces to Remit-Sale-Detail-Rec
               Move "DTL" to Rsd-Id
               Move Key-Address to Rsd-Address
               Compute Rsd-Sale-Date = Sale-YYYYMM * 100 + Sale-day
               Move City to Rsd-City
               Move Sale-Price to Rsd-Sale-Price
               Move city-tax(city-table-index) to Rsd-City-Rate
               Move city-taxes-temp to Rsd-City-Tax
               Write Remit-Sale-Detail-Rec
               Add 1 to Remit-Sale-Count
               Add Sale-Price to Remit-Sale-Price-Hash
               Add city-taxes-temp to Remit-Sale-Tax-Hash
           end-if.

       2910-Remit-Close-Final.
           *>The last city group has no break to close it - give
           *>the remittance file its record, then the trailer the
               Move Remit-Tax-Hash to Rmt-Trl-Tax-Hash
               Write Remit-Trailer-Rec
               Close Remit-File
               Move spaces to Remit-Sale-Trailer-Rec
               Move "TRL" to Rsd-Trl-Id
               Move Remit-Sale-Count to Rsd-Trl-Count
               Move Remit-Sale-Price-Hash to Rsd-Trl-Price-Hash
               Move Remit-Sale-Tax-Hash to Rsd-Trl-Tax-Hash
               Write Remit-Sale-Trailer-Rec
               Close Remit-Sale-File
               Move "N" to Remit-Open-Flag
           end-if.

               Compute taxes-temp =
                       Sale-Price * Taxrule-Best-Rate * .0001
           else
             *>The fallback rate is named the way a rule would be,
             *>so a tax notice can say which rate it was billed at.
             Move "DFLT " to Taxrule-Best-Level
             Move City to Taxrule-Best-Key
             if City = "SACRAMENTO"
               if Bedrooms > 1 then
                 Compute taxes-temp = (Sale-Price * 0.075)
                 Move 0750 to Taxrule-Best-Rate
               else Compute taxes-temp = (Sale-Price * 0.065)
                 Move 0650 to Taxrule-Best-Rate
               end-if
             else Compute taxes-temp = (Sale-Price * 0.06)
               Move 0600 to Taxrule-Best-Rate
             end-if
           end-if.
           Move taxes-temp to taxes-out.
           Move spaces to Taxrule-Best-Level.
           Move 0 to Taxrule-Best-Effective.
           Move 0 to Taxrule-Best-Rate.
           Move spaces to Taxrule-Best-Key.
           Move 1 to taxrule-sub.
           Perform 3110-Scan-Tax-Rule until
                   taxrule-sub > Taxrule-Table-Count.
           Move Rule-Effective(taxrule-sub) to
                Taxrule-Best-Effective.
           Move Rule-Rate(taxrule-sub) to Taxrule-Best-Rate.
           Move Rule-Key(taxrule-sub) to Taxrule-Best-Key.

       4000-Trend-Accumulate.
           Move 1 to Month-Number-Index.
               Close CSV-File
               perform 7000-PSF-Audit-Build
               perform 7200-Write-Exceptions-File
               perform 2887-Notice-Close-Final
               if Master-Available
                   Close Sales-History-File
               end-if
               if Property-Available
                   Close Property-File
               end-if
               if Suspense-Available
                   Close Suspense-File
               end-if
               perform 1050-Write-Checkpoint-Clear
               go to 2999-Exit
           end-if.

           perform 2630-Burst-Close-Final.
           perform 2910-Remit-Close-Final.
           perform 2887-Notice-Close-Final.

           Move " " to Output-Rec.
           Write Output-Rec.
           Move Reconciliation-Line-4 to Output-Rec.
           Write Output-Rec.

           *>Tax grand totals - the figures TAXNOTC's billing
           *>register ties its original notices back to.
           Compute Run-Total-Tax-Sum =
                   Run-Property-Tax-Sum + Run-City-Tax-Sum.
           Move Run-Property-Tax-Sum to recon-property-tax.
           Move Run-City-Tax-Sum to recon-city-tax.
           Move Run-Total-Tax-Sum to recon-total-tax.
           Move Reconciliation-Line-5 to Output-Rec.
           Write Output-Rec.

           *>Suspense items this run opened and cleared.
           Move Suspense-Opened-Count to susp-opened-out.
           Move Suspense-Cleared-Count to susp-cleared-out.
           Move Suspense-Line to Output-Rec.
           Write Output-Rec.

           *>Per-source subtotals on a consolidated run
           perform 8850-Source-Subtotal-Section.

           if Master-Available
               Close Sales-History-File
           end-if.
           if Property-Available
               Close Property-File
           end-if.
           if Suspense-Available
               Close Suspense-File
           end-if.
           perform 1050-Write-Checkpoint-Clear.
           go to 2999-Exit.

