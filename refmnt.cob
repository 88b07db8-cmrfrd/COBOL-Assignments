       *>Modification History:
       *>  Initial version - replaces hand-editing of taxrules.dat
       *>  and zipxref.dat.
       *>  Maker/checker approval, as in CITYMNT: an ENTER run (the
       *>  default 6th run parameter) edits each transaction and
       *>  files it on pendchg.dat under the preparer's user ID; an
       *>  APPROVE run by a different user ID (7th run parameter)
       *>  takes a decision file of item numbers to approve or
       *>  reject and applies the approved items in the order they
       *>  were entered, re-edited against the files as they then
       *>  stand; a LIST run prints what is waiting.  The audit
       *>  report and refhist.dat carry both user IDs, and the
       *>  audit report both timestamps.
       *>  A decision's item number is matched by value, so it may
       *>  be keyed without its leading zeros.
       *>  Transactions are read into a working-storage record, so
       *>  a pending item is described and applied there rather
       *>  than in the closed transaction file's record area.
       Identification Division.
       Program-ID. REFMNT.
       Environment Division.
                assign to "refhist.dat"
                Organization is line sequential
                File Status is History-Status.
           Select Pending-File
                assign to "pendchg.dat"
                Organization is indexed
                Access is dynamic
                Record key is Pend-Id
                File Status is Pending-Status.

       Data Division.
       File Section.

       FD Trans-File.
       *>Read into Trans-Work, where pending items are also
       *>described and applied once the file is closed.
       01 Trans-Rec                   pic x(44).
       *>On an APPROVE run the first run parameter names the
       *>approver's decision file instead - one line per pending
       *>item: its number, A to approve or R to reject, and the
       *>reason for a rejection.
       01 Decision-Rec.
           02 Decision-Item           pic x(6).
           02 Decision-Action         pic x.
           02 Decision-Reason         pic x(40).

       FD Tax-In-File.
       01 Tax-Rules-In-Rec.
           02 Xref-City-out           pic x(15).

       FD Audit-File.
       01 Audit-Print                 pic x(180) value spaces.

       FD History-File.
       01 History-Rec.
           02 Hist-New-Value          pic x(15).
           02 Filler                  pic x value spaces.
           02 Hist-User               pic x(8).
           02 Filler                  pic x value spaces.
           02 Hist-Approver           pic x(8).

       *>Changes waiting for a second user's approval, shared with
       *>CITYMNT (Pend-Program tells whose item it is) and read by
       *>PROG7 to warn when rates on file are about to change.
       *>Pend-Trans holds the transaction exactly as entered.
       FD Pending-File.
       01 Pending-Rec.
           02 Pend-Id                 pic 9(6).
           02 Pend-Program            pic x(8).
           02 Pend-Status             pic x.
              88 Pend-Waiting         value "P".
              88 Pend-Applied         value "A".
              88 Pend-Rejected        value "R".
              88 Pend-Failed          value "F".
           02 Pend-Trans              pic x(44).
           02 Pend-Preparer           pic x(8).
           02 Pend-Entered-Date       pic 9(8).
           02 Pend-Entered-Time       pic 9(6).
           02 Pend-Approver           pic x(8).
           02 Pend-Decided-Date       pic 9(8).
           02 Pend-Decided-Time       pic 9(6).
           02 Pend-Note               pic x(40).

       Working-Storage Section.

                               "zipxref.dat".
           02 Control-Zip-Out-Filename  pic x(100) value
                               "zipxnew.dat".
           02 Control-Run-Mode          pic x(8) value "ENTER".
              88 Enter-Mode             value "ENTER".
              88 List-Mode              value "LIST".
              88 Approve-Mode           value "APPROVE".
              88 Run-Mode-Valid         value "ENTER" "LIST"
                                              "APPROVE".
           02 Control-Approver-Id       pic x(8) value spaces.
       *>*****************Run parameters*********************

       *>*****************Transaction**********************
       *>One transaction as read from the transaction file, or
       *>as it was entered for a pending item.
       01 Trans-Work.
           02 Trans-Target            pic x(3).
              88 Trans-Tax            value "TAX".
              88 Trans-Zip            value "ZIP".
              88 Trans-Target-Valid   value "TAX" "ZIP".
           02 Trans-Action            pic x.
              88 Trans-Add            value "A".
              88 Trans-Change         value "C".
              88 Trans-Delete         value "D".
              88 Trans-Action-Valid   value "A" "C" "D".
           02 Trans-Data              pic x(32).
           02 Trans-Tax-Data redefines Trans-Data.
              03 Trans-Rule-Level     pic x(5).
                 88 Trans-Level-Valid value "CITY " "STATE".
              03 Trans-Rule-Key       pic x(15).
              03 Trans-Bedrooms-Low   pic x.
              03 Trans-Bedrooms-High  pic x.
              03 Trans-Effective      pic x(6).
              03 Trans-Rate           pic x(4).
           02 Trans-Zip-Data redefines Trans-Data.
              03 Trans-Zip-Code       pic x(5).
              03 Trans-Zip-City       pic x(15).
              03 Filler               pic x(12).
           02 Trans-User              pic x(8).
       *>*****************Transaction**********************

       01 Audit-Header.
           02 Filler                  pic x(26) value spaces.
           02 Filler                  pic x(41)
           02 Current-Month           pic xx/.
           02 Current-Day             pic xx/.
           02 Current-Year            pic xxxx.
           02 Filler                  pic x(2) value spaces.
           02 audit-mode-out          pic x(8).
           02 Filler                  pic x(93) value spaces.

       01 WS-Current-Date-Fields      pic x(16).

       01 Audit-Col-Headers.
           02 Filler                pic x(6) value "Item".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(4) value "File".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(6) value "Action".
           02 Filler                pic x(4) value spaces.
           02 Filler                pic x(11) value "Value After".
           02 Filler                pic x(5) value spaces.
           02 Filler                pic x(8) value "Preparer".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "Entered".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(8) value "Approver".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(15) value "Decided".
           02 Filler                pic x(2) value spaces.
           02 Filler                pic x(11) value "Disposition".

       01 Audit-Detail-Line.
           02 audit-item-out        pic x(6).
           02 Filler                pic x(2) value spaces.
           02 audit-target-out      pic x(4).
           02 Filler                pic x(2) value spaces.
           02 audit-action-out      pic x(6).
           02 Filler                pic x(1) value spaces.
           02 audit-user-out        pic x(8).
           02 Filler                pic x(2) value spaces.
           02 audit-entered-date-out pic x(8).
           02 Filler                pic x(1) value spaces.
           02 audit-entered-time-out pic x(6).
           02 Filler                pic x(2) value spaces.
           02 audit-approver-out    pic x(8).
           02 Filler                pic x(2) value spaces.
           02 audit-decided-date-out pic x(8).
           02 Filler                pic x(1) value spaces.
           02 audit-decided-time-out pic x(6).
           02 Filler                pic x(2) value spaces.
           02 audit-disp-out        pic x(40).

       01 Audit-Trailer-Line.
           02 audit-trail-label     pic x(30) value spaces.
           02 audit-trail-count     pic zzz9.
           02 Filler                pic x(146) value spaces.

       01 eof-trans-flag             pic x value "N".
       01 eof-tax-flag               pic x value "N".
       01 Tax-In-Status              pic xx value "00".
       01 Zip-In-Status              pic xx value "00".
       01 History-Status             pic xx value "00".
       01 Pending-Status             pic xx value "00".
       01 eof-pending-flag           pic x value "N".

       *>*****************Tax-Rules Table*****************
       *>Same shape as PROG7's rule table.  A rule's identity is
           02 Trans-Read-Count       pic 9(4) value 0.
           02 Trans-Applied-Count    pic 9(4) value 0.
           02 Trans-Rejected-Count   pic 9(4) value 0.
           02 Trans-Entered-Count    pic 9(4) value 0.
           02 Decision-Read-Count    pic 9(4) value 0.
           02 Approved-Applied-Count pic 9(4) value 0.
           02 Approved-Failed-Count  pic 9(4) value 0.
           02 Approver-Rejected-Count pic 9(4) value 0.
           02 Decision-Refused-Count pic 9(4) value 0.
           02 Still-Waiting-Count    pic 9(4) value 0.

       *>*****************Pending Approval*****************
       *>Same scheme as CITYMNT's - items are numbered across
       *>both programs in the order they are entered, and applied
       *>in that order.
       01 Last-Pending-Id            pic 9(6) value 0.
       01 Pending-Id-Text            pic x(6) value spaces.
       01 Decision-Item-Work         pic x(6) justified right
                                     value spaces.
       01 Stamp-Date                 pic x(8) value spaces.
       01 Stamp-Time                 pic x(6) value spaces.
       01 Applied-Count-Hold         pic 9(4) value 0.
       01 Decision-Count             pic 999 value 0.
       01 Decision-Table occurs 500 times.
          02 Dec-Item             pic x(6).
          02 Dec-Item-Key         pic x(6).
          02 Dec-Action           pic x.
             88 Dec-Approve       value "A".
             88 Dec-Reject        value "R".
          02 Dec-Reason           pic x(40).
          02 Dec-Used             pic x.
       01 dec-sub                    pic 999 value 0.
       01 dec-match-sub              pic 999 value 0.
       01 decision-match-flag        pic x value "N".
          88 Decision-Found         value "Y".
          88 Decision-Not-Found     value "N".
       *>*****************Pending Approval*****************

       01 old-value-hold             pic x(15) value spaces.
       01 new-value-hold             pic x(15) value spaces.
       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic loads both reference tables, then - by run
           *>mode - files each transaction for approval, lists what
           *>is waiting, or applies the approver's decisions, with a
           *>before/after audit line for each; both files are then
           *>rewritten (unchanged unless an approval run applied
           *>something) and applied changes stamped on the history
           *>file.

           Perform 0100-Get-Run-Parameters.
           Perform 0150-Check-Run-Mode.
           Perform 1300-Open-Pending.
           Perform 1000-Load-Tax-Table.
           Perform 1100-Load-Zip-Table.

           end-if.
           Perform 1200-Write-Audit-Header.

           Evaluate True
               When Approve-Mode
                   Perform 4000-Approve-Pending
               When List-Mode
                   Perform 5000-List-Pending
               When Other
                   Perform 1400-Enter-Transactions
           End-Evaluate.
           Close Pending-File.

           Perform 3000-Write-Tax-File.
           Perform 3050-Write-Zip-File.

           Close Audit-File.
           Close History-File.
           if Approved-Failed-Count > 0 or Decision-Refused-Count > 0
               Move 4 to Return-Code
           end-if.
           Stop Run.

       0100-Get-Run-Parameters.
           Display 5 upon Argument-Number.
           Accept Control-Zip-Out-Filename from Argument-Value
               on exception continue.
           Display 6 upon Argument-Number.
           Accept Control-Run-Mode from Argument-Value
               on exception continue.
           Display 7 upon Argument-Number.
           Accept Control-Approver-Id from Argument-Value
               on exception continue.

       0150-Check-Run-Mode.
           *>An approval has to name who is approving, so the
           *>preparer of each item can be told apart from them.
           if not Run-Mode-Valid
               Display "REFMNT: run mode must be ENTER, LIST or "
                       "APPROVE - " Control-Run-Mode
               Move 16 to Return-Code
               Stop Run
           end-if.
           if Approve-Mode and Control-Approver-Id = spaces
               Display "REFMNT: an APPROVE run needs the "
                       "approver's user ID"
               Move 16 to Return-Code
               Stop Run
           end-if.

       1000-Load-Tax-Table.
           *>A missing rules file is warned about, not fatal -
           Move WS-Current-Date-Fields(1:4) to Current-Year.
           Move WS-Current-Date-Fields(5:2) to Current-Month.
           Move WS-Current-Date-Fields(7:2) to Current-Day.
           Move Control-Run-Mode to audit-mode-out.
           Write Audit-Print from Audit-Header.
           Write Audit-Print from " ".
           Write Audit-Print from Audit-Col-Headers.
           Write Audit-Print from " ".

       1300-Open-Pending.
           *>The pending file accumulates across runs like the
           *>history file; without it nothing can be entered or
           *>approved, so it is fatal.  The highest item number on
           *>it is found for the next entry.
           Open I-O Pending-File.
           if Pending-Status = "35"
               Open Output Pending-File
               if Pending-Status = "00"
                   Close Pending-File
                   Open I-O Pending-File
               end-if
           end-if.
           if Pending-Status not = "00"
               Display "REFMNT: pending-changes file unavailable - "
                       "status " Pending-Status
               Move 16 to Return-Code
               Stop Run
           end-if.
           Move 0 to Last-Pending-Id.
           Move "N" to eof-pending-flag.
           Move 0 to Pend-Id.
           Start Pending-File key not < Pend-Id
               invalid key Move "Y" to eof-pending-flag
           end-start.
           Perform 1310-Scan-Pending-Id until eof-pending-flag = "Y".

       1310-Scan-Pending-Id.
           Read Pending-File next record
               at end Move "Y" to eof-pending-flag
               not at end
                   if Pend-Id > Last-Pending-Id
                       Move Pend-Id to Last-Pending-Id
                   end-if
           end-read.

       1400-Enter-Transactions.
           Open Input Trans-File.
           if Trans-Status not = "00"
               Display "REFMNT: cannot open transaction file"
               Move "Y" to eof-trans-flag
           else
               Read Trans-File into Trans-Work
                   at end move "Y" to eof-trans-flag
                   not at end add 1 to Trans-Read-Count
               end-read
           end-if.
           Perform 1410-Take-Transaction until eof-trans-flag = "Y".
           if Trans-Status = "00" or Trans-Status = "10"
               Close Trans-File
           end-if.

       1410-Take-Transaction.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:8) to Stamp-Date.
           Move WS-Current-Date-Fields(9:6) to Stamp-Time.
           Perform 2000-Apply-Transaction.
           Read Trans-File into Trans-Work
               at end move "Y" to eof-trans-flag
               not at end add 1 to Trans-Read-Count
           end-read.

       2000-Apply-Transaction.
           *>Entered and approved transactions pass the same edits;
           *>an entered one that passes is filed for approval, an
           *>approved one is applied.
           Move spaces to Audit-Detail-Line.
           Move Trans-Target to audit-target-out.
           Evaluate True
               When Other        Move Trans-Action to audit-action-out
           End-Evaluate.
           Move Trans-User to audit-user-out.
           Perform 2050-Move-Audit-Stamps.

           Evaluate True
               When not Trans-Target-Valid
                   Perform 2900-Reject-Invalid-Target
               When not Trans-Action-Valid
                   Perform 2905-Reject-Invalid-Action
               When Trans-User = spaces
                   Perform 2960-Reject-No-User
               When Trans-Tax
                   Perform 2020-Apply-Tax-Transaction
               When Trans-Zip
                   Perform 2030-Apply-Zip-Transaction
           End-Evaluate.

       2020-Apply-Tax-Transaction.
           Move Trans-Tax-Data(1:28) to audit-key-out.
           Perform 2100-Lookup-Tax-Rule.
                   if Taxrule-Overlaps
                       Perform 2925-Reject-Overlap-Rule
                   else
                       if Enter-Mode
                           Perform 2780-Enter-Pending
                       else
                           Perform 2300-Apply-Tax-Add
                       end-if
                   end-if
               When Trans-Change and Taxrule-Not-Found
                   Perform 2930-Reject-Unknown-Rule
               When Trans-Delete and Taxrule-Not-Found
                   Perform 2930-Reject-Unknown-Rule
               When Enter-Mode
                   Perform 2780-Enter-Pending
               When Trans-Change
                   Perform 2400-Apply-Tax-Change
               When Trans-Delete
                   Perform 2955-Reject-Unknown-Zip
               When Trans-Delete and Zipxref-Not-Found
                   Perform 2955-Reject-Unknown-Zip
               When Enter-Mode
                   Perform 2780-Enter-Pending
               When Trans-Add
                   Perform 2600-Apply-Zip-Add
               When Trans-Change
                   Perform 2750-Apply-Zip-Delete
           End-Evaluate.

       2050-Move-Audit-Stamps.
           *>An entered item shows when it was entered; an approved
           *>one shows its entry and the approver's decision.
           if Approve-Mode
               Move Pend-Id to audit-item-out
               Move Pend-Entered-Date to audit-entered-date-out
               Move Pend-Entered-Time to audit-entered-time-out
               Move Control-Approver-Id to audit-approver-out
               Move Stamp-Date to audit-decided-date-out
               Move Stamp-Time to audit-decided-time-out
           else
               Move Stamp-Date to audit-entered-date-out
               Move Stamp-Time to audit-entered-time-out
           end-if.

       2100-Lookup-Tax-Rule.
           *>A rule's full identity - level, key, bedroom range
           *>and effective date - has to match; the rate is the
           Move old-value-hold to Hist-Old-Value.
           Move new-value-hold to Hist-New-Value.
           Move Trans-User to Hist-User.
           Move Control-Approver-Id to Hist-Approver.
           Write History-Rec.

       2780-Enter-Pending.
           *>The transaction is filed exactly as entered, under the
           *>next item number, for a different user to decide on.
           Perform 2790-Describe-Change.
           Add 1 to Last-Pending-Id.
           Move spaces to Pending-Rec.
           Move Last-Pending-Id to Pend-Id.
           Move "REFMNT" to Pend-Program.
           Move "P" to Pend-Status.
           Move Trans-Work to Pend-Trans.
           Move Trans-User to Pend-Preparer.
           Move Stamp-Date to Pend-Entered-Date.
           Move Stamp-Time to Pend-Entered-Time.
           Move 0 to Pend-Decided-Date.
           Move 0 to Pend-Decided-Time.
           Write Pending-Rec
               invalid key
                   Move "REJECTED - pending file write failed" to
                        audit-disp-out
                   Add 1 to Trans-Rejected-Count
               not invalid key
                   Move Pend-Id to audit-item-out
                   Move "ENTERED - waiting for approval" to
                        audit-disp-out
                   Add 1 to Trans-Entered-Count
           end-write.
           Perform 2800-Write-Audit-Detail.

       2790-Describe-Change.
           *>Value before and after, as the change would leave them
           *>against the files as they stand now.
           Move "n/a" to audit-before-out.
           Move "n/a" to audit-after-out.
           if Trans-Tax
               if Taxrule-Found
                   Move Rule-Rate(taxrule-match-sub) to
                        audit-before-out
               end-if
               if not Trans-Delete
                   Move Trans-Rate to audit-after-out
               end-if
           else
               if Zipxref-Found
                   Move Zipxref-City(zipxref-match-sub) to
                        audit-before-out
               end-if
               if not Trans-Delete
                   Move Trans-Zip-City to audit-after-out
               end-if
           end-if.

       2800-Write-Audit-Detail.
           Write Audit-Print from Audit-Detail-Line.

           Add 1 to Trans-Rejected-Count.
           Perform 2800-Write-Audit-Detail.

       2960-Reject-No-User.
           Move "n/a" to audit-before-out.
           Move "n/a" to audit-after-out.
           Move "REJECTED - no preparer user ID" to audit-disp-out.
           Add 1 to Trans-Rejected-Count.
           Perform 2800-Write-Audit-Detail.

       3000-Write-Tax-File.
           Open Output Tax-Out-File.
           Move 1 to out-sub.

       3100-Write-Audit-Trailer.
           Write Audit-Print from " ".
           Evaluate True
               When Approve-Mode
                   Perform 3120-Write-Approve-Trailer
               When List-Mode
                   Move "Items Waiting for Approval:" to
                        audit-trail-label
                   Move Still-Waiting-Count to audit-trail-count
                   Write Audit-Print from Audit-Trailer-Line
               When Other
                   Perform 3110-Write-Enter-Trailer
           End-Evaluate.

       3110-Write-Enter-Trailer.
           Move "Transactions Read:" to audit-trail-label.
           Move Trans-Read-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Entered for Approval:" to audit-trail-label.
           Move Trans-Entered-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Transactions Rejected:" to audit-trail-label.
           Move Trans-Rejected-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.

       3120-Write-Approve-Trailer.
           Move "Decisions Read:" to audit-trail-label.
           Move Decision-Read-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Approved and Applied:" to audit-trail-label.
           Move Approved-Applied-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Approved - Failed Edit:" to audit-trail-label.
           Move Approved-Failed-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Rejected by Approver:" to audit-trail-label.
           Move Approver-Rejected-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Decisions Refused:" to audit-trail-label.
           Move Decision-Refused-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.
           Move "Items Still Waiting:" to audit-trail-label.
           Move Still-Waiting-Count to audit-trail-count.
           Write Audit-Print from Audit-Trailer-Line.

       4000-Approve-Pending.
           *>The decisions are loaded first, then the pending file
           *>is read in item order so approved items are applied in
           *>the order they were entered.  A decision that matched
           *>no waiting REFMNT item is refused at the end.
           Perform 4100-Load-Decisions.
           Move "N" to eof-pending-flag.
           Move 0 to Pend-Id.
           Start Pending-File key not < Pend-Id
               invalid key Move "Y" to eof-pending-flag
           end-start.
           Perform 4200-Approve-Pending-Record until
                   eof-pending-flag = "Y".
           Move 1 to dec-sub.
           Perform 4400-Refuse-Unused-Decision until
                   dec-sub > Decision-Count.

       4100-Load-Decisions.
           Open Input Trans-File.
           if Trans-Status not = "00"
               Display "REFMNT: cannot open decision file"
               Move "Y" to eof-trans-flag
           end-if.
           Perform 4110-Load-Decision-Record until
                   eof-trans-flag = "Y".
           if Trans-Status = "00" or Trans-Status = "10"
               Close Trans-File
           end-if.

       4110-Load-Decision-Record.
           Read Trans-File at end move "Y" to eof-trans-flag.
           if eof-trans-flag = "N" and Decision-Rec not = spaces
               Add 1 to Decision-Read-Count
               if Decision-Count > 499
                   Display
                     "WARNING: Decision table capacity exceeded"
                   Move "Y" to eof-trans-flag
               else
                   Add 1 to Decision-Count
                   Move Decision-Item to Dec-Item(Decision-Count)
                   Move Decision-Action to Dec-Action(Decision-Count)
                   Move Decision-Reason to Dec-Reason(Decision-Count)
                   Move "N" to Dec-Used(Decision-Count)
                   Perform 4120-Key-Decision-Item
               end-if
           end-if.

       4120-Key-Decision-Item.
           *>The item number is keyed as it is listed, usually
           *>without leading zeros; it is right-justified and
           *>zero-filled to compare with the pending item's number.
           *>One that is not a number then matches no item.
           Move Function Trim(Decision-Item) to Decision-Item-Work.
           Inspect Decision-Item-Work replacing leading space by "0".
           if Decision-Item-Work is Numeric
               Move Decision-Item-Work to Dec-Item-Key(Decision-Count)
           else
               Move spaces to Dec-Item-Key(Decision-Count)
           end-if.

       4200-Approve-Pending-Record.
           Read Pending-File next record
               at end Move "Y" to eof-pending-flag
               not at end
                   if Pend-Program = "REFMNT" and Pend-Waiting
                       Perform 4300-Decide-Pending-Item
                   end-if
           end-read.

       4300-Decide-Pending-Item.
           *>The preparer cannot approve or reject their own item;
           *>an item with no decision this run stays waiting.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:8) to Stamp-Date.
           Move WS-Current-Date-Fields(9:6) to Stamp-Time.
           Move Pend-Id to Pending-Id-Text.
           Perform 4310-Find-Decision.
           Evaluate True
               When Decision-Not-Found
                   Add 1 to Still-Waiting-Count
                   Perform 5100-Describe-Pending
                   Move "WAITING - no decision this run" to
                        audit-disp-out
                   Perform 2800-Write-Audit-Detail
               When Pend-Preparer = Control-Approver-Id
                   Perform 4320-Refuse-Decision
                   Move "REFUSED - approver entered this item" to
                        audit-disp-out
                   Perform 2800-Write-Audit-Detail
               When Dec-Reject(dec-match-sub)
                   Perform 4330-Reject-Pending-Item
               When Dec-Approve(dec-match-sub)
                   Perform 4340-Apply-Pending-Item
               When Other
                   Perform 4320-Refuse-Decision
                   Move "REFUSED - decision is not A or R" to
                        audit-disp-out
                   Perform 2800-Write-Audit-Detail
           End-Evaluate.

       4310-Find-Decision.
           Move "N" to decision-match-flag.
           Move 0 to dec-match-sub.
           Move 1 to dec-sub.
           Perform 4315-Find-Decision-Step until
                   Decision-Found or dec-sub > Decision-Count.

       4315-Find-Decision-Step.
           if Dec-Item-Key(dec-sub) = Pending-Id-Text and
              Dec-Used(dec-sub) = "N"
               Move "Y" to decision-match-flag
               Move dec-sub to dec-match-sub
               Move "Y" to Dec-Used(dec-sub)
           else
               Add 1 to dec-sub
           end-if.

       4320-Refuse-Decision.
           Add 1 to Decision-Refused-Count.
           Add 1 to Still-Waiting-Count.
           Perform 5100-Describe-Pending.
           Move Control-Approver-Id to audit-approver-out.
           Move Stamp-Date to audit-decided-date-out.
           Move Stamp-Time to audit-decided-time-out.

       4330-Reject-Pending-Item.
           Perform 5100-Describe-Pending.
           Move Control-Approver-Id to audit-approver-out.
           Move Stamp-Date to audit-decided-date-out.
           Move Stamp-Time to audit-decided-time-out.
           Move "R" to Pend-Status.
           Move Dec-Reason(dec-match-sub) to Pend-Note.
           Perform 4350-Stamp-Decision.
           Move "NOT APPROVED - " to audit-disp-out.
           Move Dec-Reason(dec-match-sub) to audit-disp-out(16:25).
           Add 1 to Approver-Rejected-Count.
           Perform 2800-Write-Audit-Detail.

       4340-Apply-Pending-Item.
           *>The approved transaction is edited again against the
           *>files as they stand now and applied if it passes; one
           *>that no longer passes is closed as failed with the
           *>reason, and has to be entered afresh.
           Move Pend-Trans to Trans-Work.
           Move Trans-Applied-Count to Applied-Count-Hold.
           Perform 2000-Apply-Transaction.
           if Trans-Applied-Count > Applied-Count-Hold
               Move "A" to Pend-Status
               Move "APPLIED" to Pend-Note
               Add 1 to Approved-Applied-Count
           else
               Move "F" to Pend-Status
               Move audit-disp-out to Pend-Note
               Add 1 to Approved-Failed-Count
           end-if.
           Perform 4350-Stamp-Decision.

       4350-Stamp-Decision.
           Move Control-Approver-Id to Pend-Approver.
           Move Stamp-Date to Pend-Decided-Date.
           Move Stamp-Time to Pend-Decided-Time.
           Rewrite Pending-Rec
               invalid key
                   Display "WARNING: pending item " Pend-Id
                           " could not be updated - status "
                           Pending-Status
           end-rewrite.

       4400-Refuse-Unused-Decision.
           if Dec-Used(dec-sub) = "N"
               Move spaces to Audit-Detail-Line
               Move Dec-Item(dec-sub) to audit-item-out
               Move Control-Approver-Id to audit-approver-out
               Move "REFUSED - no such waiting REFMNT item" to
                    audit-disp-out
               Add 1 to Decision-Refused-Count
               Perform 2800-Write-Audit-Detail
           end-if.
           Add 1 to dec-sub.

       5000-List-Pending.
           Move "N" to eof-pending-flag.
           Move 0 to Pend-Id.
           Start Pending-File key not < Pend-Id
               invalid key Move "Y" to eof-pending-flag
           end-start.
           Perform 5010-List-Pending-Record until
                   eof-pending-flag = "Y".

       5010-List-Pending-Record.
           Read Pending-File next record
               at end Move "Y" to eof-pending-flag
               not at end
                   if Pend-Program = "REFMNT" and Pend-Waiting
                       Add 1 to Still-Waiting-Count
                       Perform 5100-Describe-Pending
                       Move "WAITING - for approval" to
                            audit-disp-out
                       Perform 2800-Write-Audit-Detail
                   end-if
           end-read.

       5100-Describe-Pending.
           *>An audit line for a pending item as it was entered,
           *>with the value it would replace on file today.
           Move Pend-Trans to Trans-Work.
           Move spaces to Audit-Detail-Line.
           Move Pend-Id to audit-item-out.
           Move Trans-Target to audit-target-out.
           Evaluate True
               When Trans-Add    Move "ADD   " to audit-action-out
               When Trans-Change Move "CHANGE" to audit-action-out
               When Trans-Delete Move "DELETE" to audit-action-out
               When Other        Move Trans-Action to audit-action-out
           End-Evaluate.
           Move Pend-Preparer to audit-user-out.
           Move Pend-Entered-Date to audit-entered-date-out.
           Move Pend-Entered-Time to audit-entered-time-out.
           if Trans-Tax
               Move Trans-Tax-Data(1:28) to audit-key-out
               Perform 2100-Lookup-Tax-Rule
           else
               Move spaces to audit-key-out
               Move Trans-Zip-Code to audit-key-out(1:5)
               Move Trans-Zip-Code to Zip-Work
               Perform 2250-Lookup-Zip-Work
           end-if.
           Perform 2790-Describe-Change.
