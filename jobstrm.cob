       *>Alexander Comerford
       *>csi203
       *>cobol month-end job-stream driver - reads a control file
       *>naming the period and, in order, each step of the stream
       *>(CITYMNT, REFMNT, PROG7, the RESUB run, RUNHIST, SALEPURG
       *>at year end) with its command line and the highest return
       *>code it may end with.  Each step is run in turn and its
       *>return code written to the jobslog.dat job log; a step
       *>that fails stops the stream, and a rerun picks up at the
       *>failed step instead of repeating the ones that finished.
       *>PROG7 is refused until the period's reference-maintenance
       *>step has completed, so the month is never priced at last
       *>month's rates
       *>
       *>Reference maintenance takes two runs of CITYMNT or REFMNT:
       *>the preparer's ENTER run puts the month's changes on
       *>pendchg.dat to wait, and a later APPROVE run by a second
       *>user applies the ones approved.  Only a completed APPROVE
       *>run counts, whether it is a step of this stream or logged
       *>by another, and PROG7 is also refused while pendchg.dat
       *>still holds changes waiting for a decision.
       *>
       *>Modification History:
       *>  Initial version - replaces running month-end by hand from
       *>  the checklist.
       *>  Reference maintenance now counts only when it ran in
       *>  APPROVE mode - the job log carries each step's run mode -
       *>  and PROG7 is refused while changes wait on pendchg.dat.
       Identification Division.
       Program-ID. JOBSTRM.
       Environment Division.
       Input-Output Section.
       File-Control.

           Select Control-File
                assign to dynamic Control-Stream-Filename
                Organization is line sequential
                File Status is Control-Status.
           Select Job-Log-File
                assign to "jobslog.dat"
                Organization is line sequential
                File Status is Job-Log-Status.
           Select Pending-File
                assign to "pendchg.dat"
                Organization is indexed
                Access is dynamic
                Record key is Pend-Id
                File Status is Pending-Status.

       Data Division.
       File Section.

       *>One HDR record naming the period (YYYYMM) and the stream,
       *>then one STP record per step in the order they are to run.
       *>A record starting with "*" is a comment.
       FD Control-File.
       01 Control-Rec.
           02 Ctl-Type                pic x(3).
              88 Ctl-Header           value "HDR".
              88 Ctl-Step             value "STP".
           02 Ctl-Data                pic x(218).
           02 Ctl-Header-Data redefines Ctl-Data.
              03 Ctl-Period           pic x(6).
              03 Ctl-Stream-Name      pic x(10).
              03 Filler               pic x(202).
           02 Ctl-Step-Data redefines Ctl-Data.
              03 Ctl-Step-Id          pic x(8).
              03 Ctl-Program          pic x(8).
              03 Ctl-Max-Rc           pic x(2).
              03 Ctl-Command          pic x(200).

       *>One record when a step starts and one when it ends; the
       *>latest record for a step is its standing.
       FD Job-Log-File.
       01 Job-Log-Rec.
           02 Log-Period              pic x(6).
           02 Filler                  pic x value spaces.
           02 Log-Stream-Name         pic x(10).
           02 Filler                  pic x value spaces.
           02 Log-Step-Id             pic x(8).
           02 Filler                  pic x value spaces.
           02 Log-Program             pic x(8).
           02 Filler                  pic x value spaces.
           02 Log-Start-Stamp         pic x(14).
           02 Filler                  pic x value spaces.
           02 Log-End-Stamp           pic x(14).
           02 Filler                  pic x value spaces.
           02 Log-Return-Code         pic ----9.
           02 Filler                  pic x value spaces.
           02 Log-Status              pic x(9).
              88 Log-Completed        value "COMPLETED".
           02 Filler                  pic x value spaces.
           02 Log-Run-Mode            pic x(7).
              88 Log-Approve-Run      value "APPROVE".

       *>Reference changes entered by CITYMNT/REFMNT and waiting
       *>for approval - only the status is needed here.
       FD Pending-File.
       01 Pending-Rec.
           02 Pend-Id                 pic 9(6).
           02 Pend-Program            pic x(8).
           02 Pend-Status             pic x.
              88 Pend-Waiting         value "P".
           02 Pend-Trans              pic x(44).
           02 Pend-Preparer           pic x(8).
           02 Pend-Entered-Date       pic 9(8).
           02 Pend-Entered-Time       pic 9(6).
           02 Pend-Approver           pic x(8).
           02 Pend-Decided-Date       pic 9(8).
           02 Pend-Decided-Time       pic 9(6).
           02 Pend-Note               pic x(40).

       Working-Storage Section.

       *>*****************Run parameters*********************
       01 Control-Parameters.
           02 Control-Stream-Filename pic x(100) value
                               "jobctl.dat".
           02 Control-Restart-Step    pic x(8) value spaces.
              88 No-Restart-Step-Given value spaces.
       *>*****************Run parameters*********************

       01 WS-Current-Date-Fields      pic x(16).

       01 eof-control-flag           pic x value "N".
       01 eof-log-flag               pic x value "N".
       01 Control-Status             pic xx value "00".
       01 Job-Log-Status             pic xx value "00".
       01 Pending-Status             pic xx value "00".
       01 eof-pending-flag           pic x value "N".
       01 Pending-Count              pic 9(4) value 0.

       01 Stream-Period              pic x(6) value spaces.
       01 Stream-Name                pic x(10) value spaces.
       01 Header-Seen-Flag           pic x value "N".
          88 Header-Seen             value "Y".
       01 control-ok-flag            pic x value "Y".
          88 Control-OK              value "Y".

       *>*****************Step Table***********************
       *>Step-Standing starts as the step's latest status on the
       *>job log for this period and stream, and is updated as
       *>the step runs.  Step-Run-Mode is APPROVE for a CITYMNT or
       *>REFMNT step whose command line runs it in APPROVE mode.
       01 Step-Count                 pic 99 value 0.
       01 Step-Table occurs 50 times.
           02 Step-Id                pic x(8).
           02 Step-Program           pic x(8).
              88 Step-Is-Prog7       value "PROG7".
              88 Step-Is-Ref-Maint   value "CITYMNT" "REFMNT".
           02 Step-Max-Rc            pic 99.
           02 Step-Command           pic x(200).
           02 Step-Standing          pic x(9).
              88 Step-Completed      value "COMPLETED".
           02 Step-Run-Mode          pic x(7).
              88 Step-Approve-Run    value "APPROVE".
       01 step-sub                   pic 99 value 0.
       01 start-sub                  pic 99 value 0.
       01 check-sub                  pic 99 value 0.
       01 approve-tally              pic 99 value 0.
       *>*****************Step Table***********************

       *>Set when the job log shows any stream completing an
       *>APPROVE run of CITYMNT or REFMNT for the period -
       *>reference maintenance run in a separate stream still
       *>satisfies PROG7's check.
       01 Ref-Maint-Logged-Flag      pic x value "N".
          88 Ref-Maint-Logged        value "Y".
       01 Ref-Maint-Listed-Flag      pic x value "N".
          88 Ref-Maint-Listed        value "Y".
       01 ref-maint-ok-flag          pic x value "N".
          88 Ref-Maint-OK            value "Y".

       01 stream-stop-flag           pic x value "N".
          88 Stream-Stopped          value "Y".
       01 Step-Start-Stamp           pic x(14) value spaces.
       01 Step-Raw-Status            pic s9(9) value 0.
       01 Step-Return-Code           pic s9(4) value 0.
       01 Step-Signal                pic s9(4) value 0.
       01 Step-Command-Work          pic x(201) value spaces.
       01 Stopped-Step-Id            pic x(8) value spaces.
       01 rc-display                 pic ----9.
       01 Steps-Run-Count            pic 99 value 0.
       01 Steps-Skipped-Count        pic 99 value 0.

       Procedure Division.
       0000-Main Section.
       0000-Main-Logic.
           *>Main-logic loads the stream and the period's job-log
           *>history, finds the step to start at, and runs steps
           *>from there until the stream ends or a step fails.

           Perform 0100-Get-Run-Parameters.
           Perform 1000-Load-Control-File.
           if not Control-OK
               Move 16 to Return-Code
               Stop Run
           end-if.

           Perform 1100-Load-Job-Log.
           Perform 1200-Find-Start-Step.
           if not Control-OK
               Move 16 to Return-Code
               Stop Run
           end-if.
           if start-sub > Step-Count
               Display "JOBSTRM: stream " Stream-Name " period "
                       Stream-Period " already completed - "
                       "nothing to run"
               Move 0 to Return-Code
               Stop Run
           end-if.

           Open Extend Job-Log-File.
           if Job-Log-Status = "35"
               Open Output Job-Log-File
           end-if.

           Move start-sub to step-sub.
           Perform 2000-Run-Step until
                   Stream-Stopped or step-sub > Step-Count.
           Close Job-Log-File.

           Perform 3000-Finish.
           Stop Run.

       0100-Get-Run-Parameters.
           *>The control file name and, optionally, a step to
           *>restart at are taken from the command line.  Without
           *>a restart step the stream starts at the first step the
           *>job log does not show completed.
           Display 1 upon Argument-Number.
           Accept Control-Stream-Filename from Argument-Value
               on exception continue.
           Display 2 upon Argument-Number.
           Accept Control-Restart-Step from Argument-Value
               on exception continue.

       1000-Load-Control-File.
           Open Input Control-File.
           if Control-Status not = "00"
               Display "JOBSTRM: cannot open control file - status "
                       Control-Status
               Move "N" to control-ok-flag
               Move "Y" to eof-control-flag
           end-if.
           Perform 1010-Load-Control-Record until
                   eof-control-flag = "Y".
           if Control-Status = "00" or Control-Status = "10"
               Close Control-File
           end-if.
           if Control-OK
               if not Header-Seen
                   Display "JOBSTRM: control file has no HDR record"
                   Move "N" to control-ok-flag
               else
                   if Step-Count = 0
                       Display "JOBSTRM: control file has no steps"
                       Move "N" to control-ok-flag
                   end-if
               end-if
           end-if.

       1010-Load-Control-Record.
           Read Control-File at end move "Y" to eof-control-flag.
           if eof-control-flag = "N"
               Evaluate True
                   When Control-Rec(1:1) = "*"
                       Continue
                   When Ctl-Header
                       Perform 1020-Load-Header
                   When Ctl-Step
                       Perform 1030-Load-Step
                   When Other
                       Display "JOBSTRM: control record type "
                               Ctl-Type " is not HDR or STP"
                       Move "N" to control-ok-flag
               End-Evaluate
           end-if.

       1020-Load-Header.
           if Ctl-Period is not Numeric or
              Ctl-Period(5:2) < "01" or Ctl-Period(5:2) > "12"
               Display "JOBSTRM: HDR period must be YYYYMM - "
                       Ctl-Period
               Move "N" to control-ok-flag
           else
               Move Ctl-Period to Stream-Period
               Move Ctl-Stream-Name to Stream-Name
               Move "Y" to Header-Seen-Flag
           end-if.

       1030-Load-Step.
           Evaluate True
               When Step-Count > 49
                   Display "JOBSTRM: more than 50 steps in stream"
                   Move "N" to control-ok-flag
               When Ctl-Step-Id = spaces or Ctl-Program = spaces or
                    Ctl-Command = spaces
                   Display "JOBSTRM: step record missing id, "
                           "program or command - " Ctl-Step-Id
                   Move "N" to control-ok-flag
               When Ctl-Max-Rc is not Numeric
                   Display "JOBSTRM: step " Ctl-Step-Id
                           " maximum return code is not numeric"
                   Move "N" to control-ok-flag
               When Other
                   Add 1 to Step-Count
                   Move Ctl-Step-Id to Step-Id(Step-Count)
                   Move Function Upper-Case(Ctl-Program) to
                        Step-Program(Step-Count)
                   Move Ctl-Max-Rc to Step-Max-Rc(Step-Count)
                   Move Ctl-Command to Step-Command(Step-Count)
                   Move spaces to Step-Standing(Step-Count)
                   Perform 1040-Set-Step-Run-Mode
           End-Evaluate.

       1040-Set-Step-Run-Mode.
           *>CITYMNT and REFMNT take their run mode as a command
           *>line parameter, so an APPROVE step is known by the
           *>word standing alone on its command.
           Move spaces to Step-Run-Mode(Step-Count).
           if Step-Is-Ref-Maint(Step-Count)
               Move 0 to approve-tally
               Inspect Step-Command(Step-Count) tallying
                       approve-tally for all " APPROVE "
               if approve-tally > 0
                   Move "APPROVE" to Step-Run-Mode(Step-Count)
               end-if
           end-if.

       1100-Load-Job-Log.
           *>No job log yet simply means nothing has run.
           Open Input Job-Log-File.
           if Job-Log-Status not = "00"
               Move "Y" to eof-log-flag
           end-if.
           Perform 1110-Load-Job-Log-Record until eof-log-flag = "Y".
           if Job-Log-Status = "00" or Job-Log-Status = "10"
               Close Job-Log-File
           end-if.

       1110-Load-Job-Log-Record.
           Read Job-Log-File at end move "Y" to eof-log-flag.
           if eof-log-flag = "N" and Log-Period = Stream-Period
               if Log-Completed and Log-Approve-Run and
                  (Log-Program = "CITYMNT" or Log-Program = "REFMNT")
                   Move "Y" to Ref-Maint-Logged-Flag
               end-if
               if Log-Stream-Name = Stream-Name
                   Move 1 to step-sub
                   Perform 1120-Note-Logged-Step until
                           step-sub > Step-Count
               end-if
           end-if.

       1120-Note-Logged-Step.
           if Step-Id(step-sub) = Log-Step-Id
               Move Log-Status to Step-Standing(step-sub)
           end-if.
           Add 1 to step-sub.

       1200-Find-Start-Step.
           *>Automatic restart begins at the first step not shown
           *>completed; every step after it runs again even if an
           *>earlier attempt finished it, since its input may now
           *>differ.  A restart step named on the command line
           *>overrides that.
           Move 1 to start-sub.
           if No-Restart-Step-Given
               Perform 1210-Skip-Completed-Step until
                       start-sub > Step-Count or
                       not Step-Completed(start-sub)
           else
               Perform 1220-Find-Named-Step until
                       start-sub > Step-Count or
                       Step-Id(start-sub) = Control-Restart-Step
               if start-sub > Step-Count
                   Display "JOBSTRM: restart step "
                           Control-Restart-Step " is not in stream"
                   Move "N" to control-ok-flag
               end-if
           end-if.
           Compute Steps-Skipped-Count = start-sub - 1.
           if Steps-Skipped-Count > 0 and start-sub not > Step-Count
               Display "JOBSTRM: restarting stream " Stream-Name
                       " period " Stream-Period " at step "
                       Step-Id(start-sub)
           end-if.

       1210-Skip-Completed-Step.
           Display "JOBSTRM: step " Step-Id(start-sub)
                   " already completed - not rerun".
           Add 1 to start-sub.

       1220-Find-Named-Step.
           Add 1 to start-sub.

       2000-Run-Step.
           Move Function Current-Date to WS-Current-Date-Fields.
           Move WS-Current-Date-Fields(1:14) to Step-Start-Stamp.
           if Step-Is-Prog7(step-sub)
               Perform 2100-Check-Ref-Maint
               if not Ref-Maint-OK
                   Display "JOBSTRM: step " Step-Id(step-sub)
                           " refused - reference maintenance for "
                           Stream-Period " has not been approved"
               end-if
               Perform 2150-Count-Pending-Changes
               if Pending-Count > 0
                   Display "JOBSTRM: step " Step-Id(step-sub)
                           " refused - " Pending-Count
                           " reference changes on pendchg.dat "
                           "still wait for approval"
                   Move "N" to ref-maint-ok-flag
               end-if
               if not Ref-Maint-OK
                   Move 16 to Step-Return-Code
                   Move "REFUSED" to Step-Standing(step-sub)
                   Perform 2800-Write-Log
                   Move "Y" to stream-stop-flag
                   Move Step-Id(step-sub) to Stopped-Step-Id
               end-if
           end-if.
           if not Stream-Stopped
               Perform 2200-Execute-Step
           end-if.
           Add 1 to step-sub.

       2100-Check-Ref-Maint.
           *>Every CITYMNT/REFMNT step the stream lists ahead of
           *>PROG7 must be completed, and at least one of them must
           *>be an APPROVE run.  A stream that lists no APPROVE run
           *>needs the job log to show one completed for the
           *>period by some other stream.
           Move "Y" to ref-maint-ok-flag.
           Move "N" to Ref-Maint-Listed-Flag.
           Move 1 to check-sub.
           Perform 2110-Check-Ref-Maint-Step until
                   check-sub not < step-sub.
           if not Ref-Maint-Listed and not Ref-Maint-Logged
               Move "N" to ref-maint-ok-flag
           end-if.

       2110-Check-Ref-Maint-Step.
           if Step-Is-Ref-Maint(check-sub)
               if Step-Approve-Run(check-sub)
                   Move "Y" to Ref-Maint-Listed-Flag
               end-if
               if not Step-Completed(check-sub)
                   Move "N" to ref-maint-ok-flag
               end-if
           end-if.
           Add 1 to check-sub.

       2150-Count-Pending-Changes.
           *>No pending file simply means nothing has ever been
           *>entered for approval.
           Move 0 to Pending-Count.
           Open Input Pending-File.
           if Pending-Status = "00"
               Move "N" to eof-pending-flag
               Move 0 to Pend-Id
               Start Pending-File key not < Pend-Id
                   invalid key Move "Y" to eof-pending-flag
               end-start
               Perform 2160-Count-Pending-Record until
                       eof-pending-flag = "Y"
               Close Pending-File
           end-if.

       2160-Count-Pending-Record.
           Read Pending-File next record
               at end Move "Y" to eof-pending-flag
               not at end
                   if Pend-Waiting
                       Add 1 to Pending-Count
                   end-if
           end-read.

       2200-Execute-Step.
           *>A STARTED record goes down first, so a step the
           *>driver never saw finish is not taken as completed on
           *>the rerun.
           Display "JOBSTRM: starting step " Step-Id(step-sub)
                   " - " Step-Program(step-sub).
           Move 0 to Step-Return-Code.
           Move "STARTED" to Step-Standing(step-sub).
           Perform 2800-Write-Log.

           Move Step-Command(step-sub) to Step-Command-Work.
           Move low-value to Step-Command-Work(201:1).
           Call "SYSTEM" using Step-Command-Work.
           Move Return-Code to Step-Raw-Status.
           Move 0 to Return-Code.

           *>The shell hands back the wait status: the step's exit
           *>code in the high byte, a terminating signal in the
           *>low byte.  A step ended by a signal is failed
           *>whatever its limit.
           Divide Step-Raw-Status by 256 giving Step-Return-Code
                  remainder Step-Signal.
           if Step-Signal not = 0 or Step-Raw-Status < 0
               Move Step-Raw-Status to Step-Return-Code
               Move "FAILED" to Step-Standing(step-sub)
           else
               if Step-Return-Code > Step-Max-Rc(step-sub)
                   Move "FAILED" to Step-Standing(step-sub)
               else
                   Move "COMPLETED" to Step-Standing(step-sub)
               end-if
           end-if.
           Add 1 to Steps-Run-Count.
           Perform 2800-Write-Log.
           Move Step-Return-Code to rc-display.
           Display "JOBSTRM: step " Step-Id(step-sub) " ended "
                   Step-Standing(step-sub) " return code "
                   rc-display.
           if not Step-Completed(step-sub)
               Move "Y" to stream-stop-flag
               Move Step-Id(step-sub) to Stopped-Step-Id
           end-if.

       2800-Write-Log.
           Move spaces to Job-Log-Rec.
           Move Stream-Period to Log-Period.
           Move Stream-Name to Log-Stream-Name.
           Move Step-Id(step-sub) to Log-Step-Id.
           Move Step-Program(step-sub) to Log-Program.
           Move Step-Start-Stamp to Log-Start-Stamp.
           if Step-Standing(step-sub) = "STARTED"
               Move spaces to Log-End-Stamp
           else
               Move Function Current-Date to WS-Current-Date-Fields
               Move WS-Current-Date-Fields(1:14) to Log-End-Stamp
           end-if.
           Move Step-Return-Code to Log-Return-Code.
           Move Step-Standing(step-sub) to Log-Status.
           Move Step-Run-Mode(step-sub) to Log-Run-Mode.
           Write Job-Log-Rec.

       3000-Finish.
           *>The driver ends 16 when the stream stopped short, so a
           *>scheduler above it sees the failure too.
           Display "JOBSTRM: steps before the start step: "
                   Steps-Skipped-Count.
           Display "JOBSTRM: steps run this time:         "
                   Steps-Run-Count.
           if Stream-Stopped
               Display "JOBSTRM: stream " Stream-Name " STOPPED at "
                       "step " Stopped-Step-Id
               Display "         rerun to restart at that step"
               Move 16 to Return-Code
           else
               Display "JOBSTRM: stream " Stream-Name " period "
                       Stream-Period " completed"
               Move 0 to Return-Code
           end-if.
