               file status is ws-incident-status.
           select status-file assign to dynamic ws-status-name
               organization is line sequential.
           select outputs-file assign to dynamic ws-outputs-name
               organization is line sequential
               file status is ws-outputs-status.

       data division.
       file section.
           05 pol-code             pic 9(4).
           05 filler               pic x.
           05 pol-severity         pic x.
           05 filler               pic x.
           05 pol-retries          pic x(2).
           05 pol-retries-n redefines pol-retries pic 9(2).
           05 filler               pic x.
           05 pol-wait             pic x(4).
           05 pol-wait-n redefines pol-wait pic 9(4).
           05 filler               pic x.
           05 pol-rollback         pic x.

       fd  outputs-file.
       01  outputs-record.
           05 out-step-name        pic x(20).
           05 filler               pic x.
           05 out-file-name        pic x(30).

       fd  control-file.
       01  control-record.
           05 ctl-dedupe           pic x.
           05 filler               pic x.
           05 ctl-collate          pic x.
           05 filler               pic x.
           05 ctl-dup-days         pic 9(3).

       working-storage section.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-policy-status     pic x(2).
       01 ws-policy-eof        pic x value "N".
           88 ws-policy-eof-yes value "Y".
      *> The same row limit ControlMaint allows batchpolicy.dat.
       78 78-policy-max        value 200.
       01 ws-policy-count      pic 9(4) comp-x value 0.
       01 ws-policy-full       pic x value "N".
           88 ws-policy-full-yes value "Y".
       01 ws-policy-table.
           05 ws-policy-entry occurs 78-policy-max.
               10 ws-pol-step      pic x(20).
               10 ws-pol-code      pic 9(4).
               10 ws-pol-severity  pic x.
               10 ws-pol-retries   pic 9(2).
               10 ws-pol-wait      pic 9(4).
               10 ws-pol-rollback  pic x.
       01 ws-pol-num           pic 9(4) comp-x.
       01 ws-step-severity     pic x.
      *> A policy row may also retry the step before its severity
      *> applies: how many times, the seconds between attempts and
      *> whether the step's outputs are put back first.
       01 ws-step-retries      pic 9(2).
       01 ws-step-wait         pic 9(4).
       01 ws-step-rollback     pic x.
       01 ws-attempt-num       pic 9(2) value 0.
       01 ws-retries-run       pic 9(4) value 0.
      *> batchoutputs.dat - the files each step writes, copied aside
      *> before a step whose policy can roll it back.
       01 ws-outputs-name      pic x(45).
       01 ws-outputs-status    pic x(2).
       01 ws-outputs-eof       pic x value "N".
           88 ws-outputs-eof-yes value "Y".
       78 78-output-max        value 50.
       01 ws-output-count      pic 9(4) comp-x value 0.
       01 ws-output-table.
           05 ws-output-entry occurs 78-output-max.
               10 ws-out-step      pic x(20).
               10 ws-out-file      pic x(30).
               10 ws-out-name      pic x(45).
               10 ws-out-save      pic x(45).
               10 ws-out-kept      pic x.
                   88 ws-out-kept-copy  value "Y".
                   88 ws-out-kept-none  value "N".
       01 ws-out-num           pic 9(4) comp-x.
       01 ws-rollback-armed    pic x value "N".
           88 ws-rollback-armed-yes value "Y".
       01 ws-file-rc           pic x(4) comp-5 value 0.
       01 ws-file-details.
           05 ws-fd-size           pic x(8) comp-x.
           05 ws-fd-day            pic x comp-x.
           05 ws-fd-month          pic x comp-x.
           05 ws-fd-year           pic x(2) comp-x.
           05 ws-fd-hours          pic x comp-x.
           05 ws-fd-minutes        pic x comp-x.
           05 ws-fd-seconds        pic x comp-x.
           05 ws-fd-hundredths     pic x comp-x.
       01 ws-warning-count     pic 9(4) comp-x value 0.
       01 ws-warning-table.
           05 ws-warning-entry occurs 78-policy-max.
           05 alr-ack-date         pic x(8).
           05 filler               pic x value space.
           05 alr-ack-time         pic x(6).
       01 ws-notify-result     pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "BatchParms.cpy"   replacing ==()== by ==ws==.
       copy "NotifyEvent.cpy"  replacing ==()== by ==ws==.

       procedure division.


           if ws-override-rerun
               *> A same-day rerun is an audited override - only an
               *> operator the authority file grants O may force it,
               *> and that operator signs on at the console with
               *> their password.
               move "O" to ws-op-function
               call "opsignon" using ws-operator, ws-op-function,
                                     ws-op-result
               if ws-op-result not = 0
                   display "ERROR: the RERUN override needs an "
                           "authorized operator id as the second "
                           "argument, signed on with its password."
                   move "RERUN-BLOCK" to ws-status-verdict
                   move 78-ec-rerun-blocked to ws-return-code
                   perform write-run-status

           perform load-checkpoint
           perform load-policy
           perform load-outputs
           if ws-policy-full-yes
               *> A policy row dropped would quietly turn a warning
               *> code fatal or lose a retry, so refuse to start.
               display "ERROR: batchpolicy.dat has more than "
                       78-policy-max " rows - chain not started."
               move "POLICY-FULL" to ws-status-verdict
               move 78-ec-table-size to ws-return-code
               perform write-run-status
               goback returning 78-ec-table-size
           end-if

           open input lastrun-file
           if ws-lastrun-status = "00"
           call "resolvename" using ws-resolve-base, ws-hold-name
           move "batchstatus.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-status-name
           move "batchoutputs.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-outputs-name
           exit section.

       write-run-status section.
           open output status-file
           write status-record from ws-status-detail
           close status-file

           initialize ws-notify-event
           move "VERDICT" to ws-nev-event
           set ws-nev-verdict to true
           move ws-today(1:8) to ws-nev-date
           move ws-today(9:6) to ws-nev-time
           if sts-failed-step = spaces
               move ws-driver-name to ws-nev-step
           else
               move sts-failed-step to ws-nev-step
           end-if
           move ws-return-code to ws-nev-code
           move ws-status-verdict to ws-nev-description
           if ws-last-good-step = spaces
               move "(none)" to ws-nev-checkpoint
           else
               move ws-last-good-step to ws-nev-checkpoint
           end-if
           call "notifyevent" using ws-notify-event, ws-notify-result
           exit section.

       run-controlled-chain section.
           *> carry, so the built-in chain behaves like the nightly
           *> one: the batch producers run in batch mode and the
           *> reconciliation step has result files to balance.
           perform set-default-parms
           move "WordExtract" to ws-step-name
           perform run-step

           perform set-default-parms
           move 60 to ws-parm-ceiling
           move "ArrivalWatch" to ws-step-name
           perform run-step

           perform set-default-parms
           move "VolumeGuard" to ws-step-name
           perform run-step
           move "Problem3" to ws-step-name
           perform run-step

           perform set-default-parms
           move "Problem3Dist" to ws-step-name
           perform run-step

           perform set-default-parms
           move "Fibonacci" to ws-step-name
           perform run-step
           move "WordCategory" to ws-step-name
           perform run-step

           perform set-default-parms
           move "ListXref" to ws-step-name
           perform run-step

           perform set-default-parms
           move "B" to ws-parm-batch-flag
           move "Main" to ws-step-name
           move "ExportDelim" to ws-step-name
           perform run-step

           perform set-default-parms
           move "XmitManifest" to ws-step-name
           perform run-step

           perform set-default-parms
           move "CTBalance" to ws-step-name
           perform run-step

           perform set-default-parms
           move "AuditVerify" to ws-step-name
           perform run-step

           perform set-default-parms
           move "BatchSummary" to ws-step-name
           perform run-step
           move ctl-sort-keys to ws-parm-sort-keys
           move ctl-dedupe to ws-parm-dedupe
           move ctl-collate to ws-parm-collate
           if ctl-dup-days is numeric
               move ctl-dup-days to ws-parm-dup-days
           end-if
           exit section.

       run-step section.
                   move "N" to ws-skip-mode
               end-if
           else
               move 0 to ws-attempt-num
               perform check-hold-request
               perform save-step-outputs
               perform start-step-timer
               *> The parm block is always prepared before we get
               *> here - by load-step-parms in control mode or by
               perform stop-step-timer
               perform write-window-line
               add 1 to ws-steps-run
               if ws-return-code = 78-ec-chain-held
                   perform step-hold-request
               end-if
               perform retry-step
               perform drop-step-outputs
               perform check-step
               perform save-checkpoint
           end-if
           exit section.

       retry-step section.
           *> A failure batchpolicy.dat gives retries - an input held
           *> for a moment by a maintenance screen, a transient open
           *> status - runs the step again, after the row's wait and,
           *> if the row says so, with the step's outputs put back as
           *> they were. Only once the retries are used up does the
           *> row's severity apply, so the alert and the incident
           *> bundle come once, from the last attempt. A different
           *> code on a later attempt is retried per its own row.
           move 0 to ws-attempt-num
           perform until ws-return-code = 78-ec-ok
               perform find-step-policy
               if ws-attempt-num >= ws-step-retries
                   exit perform
               end-if
               add 1 to ws-attempt-num
               add 1 to ws-retries-run
               display "RETRY " ws-attempt-num " of " ws-step-retries
                       " for step: " function trim(ws-step-name)
                       " (return code " ws-return-code ") after "
                       ws-step-wait " second(s)."
               move spaces to window-line
               string "RETRY " ws-step-name
                      " ATTEMPT " ws-attempt-num "/" ws-step-retries
                      " AFTER RC " ws-return-code
                      " WAIT " ws-step-wait
                      delimited by size into window-line
               end-string
               write window-line
               *> The next attempt gets a fresh copy of the program,
               *> files closed, not the one the failure left behind.
               cancel ws-step-name
               if ws-step-rollback = "Y"
                   perform restore-step-outputs
               end-if
               *> Closed across the wait so BatchConsole shows the
               *> attempt while the driver sleeps.
               close window-report
               if ws-step-wait not = 0
                   call "C$SLEEP" using ws-step-wait
               end-if
               open extend window-report
               perform check-hold-request
               perform start-step-timer
               call ws-step-name using ws-step-parms
                   returning ws-return-code
               end-call
               perform stop-step-timer
               perform write-window-line
               if ws-return-code = 78-ec-chain-held
                   perform step-hold-request
               end-if
           end-perform
           if ws-attempt-num not = 0
               move spaces to window-line
               if ws-return-code = 78-ec-ok
                   string "RETRY OK " ws-step-name
                          " ON ATTEMPT " ws-attempt-num
                          delimited by size into window-line
                   end-string
               else
                   string "RETRIES USED UP " ws-step-name
                          " RC " ws-return-code
                          delimited by size into window-line
                   end-string
               end-if
               write window-line
           end-if
           exit section.

       save-step-outputs section.
           *> Only a step some policy row may roll back has its outputs
           *> copied aside; a file not there yet is noted so a
           *> rollback removes what the failed attempt created.
           move "N" to ws-rollback-armed
           perform varying ws-pol-num from 1 by 1
                   until ws-pol-num > ws-policy-count
               if (ws-pol-step(ws-pol-num) = ws-step-name
                       or ws-pol-step(ws-pol-num) = "*")
                       and ws-pol-retries(ws-pol-num) not = 0
                       and ws-pol-rollback(ws-pol-num) = "Y"
                   set ws-rollback-armed-yes to true
               end-if
           end-perform
           if not ws-rollback-armed-yes
               exit section
           end-if
           perform varying ws-out-num from 1 by 1
                   until ws-out-num > ws-output-count
               if ws-out-step(ws-out-num) = ws-step-name
                   move ws-out-file(ws-out-num) to ws-resolve-base
                   call "resolvename" using ws-resolve-base,
                                            ws-out-name(ws-out-num)
                   move spaces to ws-out-save(ws-out-num)
                   string function trim(ws-out-name(ws-out-num))
                          ".retry"
                          delimited by size
                          into ws-out-save(ws-out-num)
                   end-string
                   call "CBL_CHECK_FILE_EXIST"
                       using ws-out-name(ws-out-num), ws-file-details
                       returning ws-file-rc
                   end-call
                   if ws-file-rc not = 0
                       set ws-out-kept-none(ws-out-num) to true
                   else
                       call "CBL_COPY_FILE"
                           using ws-out-name(ws-out-num),
                                 ws-out-save(ws-out-num)
                           returning ws-file-rc
                       end-call
                       if ws-file-rc = 0
                           set ws-out-kept-copy(ws-out-num) to true
                       else
                           move space to ws-out-kept(ws-out-num)
                           display "WARNING: could not copy "
                                   function trim(ws-out-name(ws-out-num))
                                   " aside - a retry cannot roll it "
                                   "back."
                       end-if
                   end-if
               end-if
           end-perform
           exit section.

       restore-step-outputs section.
           if not ws-rollback-armed-yes
               exit section
           end-if
           perform varying ws-out-num from 1 by 1
                   until ws-out-num > ws-output-count
               if ws-out-step(ws-out-num) = ws-step-name
                   evaluate true
                       when ws-out-kept-copy(ws-out-num)
                           call "CBL_COPY_FILE"
                               using ws-out-save(ws-out-num),
                                     ws-out-name(ws-out-num)
                               returning ws-file-rc
                           end-call
                       when ws-out-kept-none(ws-out-num)
                           call "CBL_DELETE_FILE"
                               using ws-out-name(ws-out-num)
                               returning ws-file-rc
                           end-call
                           move 0 to ws-file-rc
                       when other
                           move 1 to ws-file-rc
                   end-evaluate
                   move spaces to window-line
                   if ws-file-rc = 0
                       string "  ROLLED BACK " ws-out-file(ws-out-num)
                              delimited by size into window-line
                       end-string
                   else
                       string "  NOT ROLLED BACK " ws-out-file(ws-out-num)
                              delimited by size into window-line
                       end-string
                   end-if
                   write window-line
               end-if
           end-perform
           exit section.

       drop-step-outputs section.
           if not ws-rollback-armed-yes
               exit section
           end-if
           perform varying ws-out-num from 1 by 1
                   until ws-out-num > ws-output-count
               if ws-out-step(ws-out-num) = ws-step-name
                       and ws-out-kept-copy(ws-out-num)
                   call "CBL_DELETE_FILE" using ws-out-save(ws-out-num)
                       returning ws-file-rc
                   end-call
               end-if
           end-perform
           move "N" to ws-rollback-armed
           exit section.

       check-hold-request section.
           *> A cooperative pause: when an operator has created
           *> batchhold.dat, finish nothing further, leave the
                  delimited by size into window-line
           end-string
           write window-line
           perform stop-chain-held.

       step-hold-request section.
           *> A step may itself ask for the chain to be held (the
           *> arrival watcher does when an input misses a cut-off
           *> whose rule is H). The step is not checkpointed, so the
           *> restart runs it again.
           display "CHAIN HELD by step: " function trim(ws-step-name)
           display "Restart once the cause is cleared - the chain "
                   "resumes with this step."
           move spaces to window-line
           string "HELD BY " ws-step-name
                  delimited by size into window-line
           end-string
           write window-line
           perform stop-chain-held.

       stop-chain-held section.
           *> The held step is not checkpointed, so the restart runs
           *> it again. A hold that follows a failed attempt puts the
           *> step's outputs back as they were first; either way the
           *> .retry copies go before the driver exits.
           if ws-attempt-num not = 0 and ws-step-rollback = "Y"
               perform restore-step-outputs
           end-if
           perform drop-step-outputs
           if ws-control-mode-on
               close control-file
           end-if
                       move ws-return-code
                           to ws-warn-code(ws-warning-count)
                   end-if
                   initialize ws-notify-event
                   move "WARNING" to ws-nev-event
                   set ws-nev-warning to true
                   move ws-timing-timestamp(1:8) to ws-nev-date
                   move ws-timing-timestamp(9:6) to ws-nev-time
                   move ws-step-name to ws-nev-step
                   move ws-return-code to ws-nev-code
                   move "CONTINUED PER POLICY" to ws-nev-description
                   if ws-last-good-step = spaces
                       move "(none)" to ws-nev-checkpoint
                   else
                       move ws-last-good-step to ws-nev-checkpoint
                   end-if
                   call "notifyevent" using ws-notify-event,
                                            ws-notify-result
                   exit section
               end-if
               display "BATCH FAILED at step: " function trim(ws-step-name)
               close control-file
           else
               display "  (batchcontrol.dat absent - built-in chain)"
               move "WordExtract" to ws-step-name
               perform preflight-plan-step
               move "ArrivalWatch" to ws-step-name
               perform preflight-plan-step
               move "VolumeGuard" to ws-step-name
               perform preflight-plan-step
               move "FileAudit" to ws-step-name
               perform preflight-plan-step
               move "Problem3" to ws-step-name
               perform preflight-plan-step
               move "Problem3Dist" to ws-step-name
               perform preflight-plan-step
               move "Fibonacci" to ws-step-name
               perform preflight-plan-step
               move "BubbleSort" to ws-step-name
               perform preflight-plan-step
               move "WordCategory" to ws-step-name
               perform preflight-plan-step
               move "ListXref" to ws-step-name
               perform preflight-plan-step
               move "Main" to ws-step-name
               perform preflight-plan-step
               move "FibonacciRecursive" to ws-step-name
               perform preflight-plan-step
               move "ExportDelim" to ws-step-name
               perform preflight-plan-step
               move "XmitManifest" to ws-step-name
               perform preflight-plan-step
               move "CTBalance" to ws-step-name
               perform preflight-plan-step
               move "AuditVerify" to ws-step-name
               perform preflight-plan-step
               move "BatchSummary" to ws-step-name
               perform preflight-plan-step
               move "ReportSweep" to ws-step-name
       load-policy section.
           *> batchpolicy.dat: step name (or * for any step), return
           *> code, and W or F. Codes without an entry stay fatal.
           *> Optional retries, wait seconds and rollback Y/N follow.
           move 0 to ws-policy-count
           move "N" to ws-policy-full
           open input policy-file
           if ws-policy-status not = "00"
               exit section
                   at end
                       set ws-policy-eof-yes to true
                   not at end
                       if pol-step-name not = spaces
                               and pol-code is numeric
                               and ws-policy-count = 78-policy-max
                           set ws-policy-full-yes to true
                       end-if
                       if pol-step-name not = spaces
                               and pol-code is numeric
                               and ws-policy-count < 78-policy-max
                               to ws-pol-code(ws-policy-count)
                           move pol-severity
                               to ws-pol-severity(ws-policy-count)
                           move 0 to ws-pol-retries(ws-policy-count)
                           move 0 to ws-pol-wait(ws-policy-count)
                           move "N" to ws-pol-rollback(ws-policy-count)
                           if pol-retries is numeric
                               move pol-retries-n
                                   to ws-pol-retries(ws-policy-count)
                               if pol-wait is numeric
                                   move pol-wait-n
                                       to ws-pol-wait(ws-policy-count)
                               end-if
                               if pol-rollback = "Y"
                                   move "Y" to
                                       ws-pol-rollback(ws-policy-count)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close policy-file
           exit section.

       load-outputs section.
           move 0 to ws-output-count
           open input outputs-file
           if ws-outputs-status not = "00"
               exit section
           end-if
           move "N" to ws-outputs-eof
           perform until ws-outputs-eof-yes
               read outputs-file
                   at end
                       set ws-outputs-eof-yes to true
                   not at end
                       if out-step-name not = spaces
                               and out-step-name(1:1) not = "*"
                               and out-file-name not = spaces
                               and ws-output-count < 78-output-max
                           add 1 to ws-output-count
                           move out-step-name
                               to ws-out-step(ws-output-count)
                           move out-file-name
                               to ws-out-file(ws-output-count)
                           move space to ws-out-kept(ws-output-count)
                       end-if
               end-read
           end-perform
           close outputs-file
           exit section.

       find-step-policy section.
           move "F" to ws-step-severity
           move 0 to ws-step-retries
           move 0 to ws-step-wait
           move "N" to ws-step-rollback
           perform varying ws-pol-num from 1 by 1
                   until ws-pol-num > ws-policy-count
               if (ws-pol-step(ws-pol-num) = ws-step-name
                       and ws-pol-code(ws-pol-num) = ws-return-code
                   move ws-pol-severity(ws-pol-num)
                       to ws-step-severity
                   move ws-pol-retries(ws-pol-num) to ws-step-retries
                   move ws-pol-wait(ws-pol-num) to ws-step-wait
                   move ws-pol-rollback(ws-pol-num)
                       to ws-step-rollback
                   exit perform
               end-if
           end-perform
               write alert-record from ws-alert-detail
               close alert-file
           end-if

           *> The same alert goes out through the mail and pager
           *> gateway so nobody has to be watching the poller.
           initialize ws-notify-event
           move "ALERT" to ws-nev-event
           set ws-nev-failure to true
           move alr-date to ws-nev-date
           move alr-time to ws-nev-time
           move alr-step to ws-nev-step
           move alr-code to ws-nev-code
           move alr-description to ws-nev-description
           move alr-checkpoint to ws-nev-checkpoint
           call "notifyevent" using ws-notify-event, ws-notify-result
           exit section.

       write-incident-bundle section.
           end-string
           write incident-line

           if ws-attempt-num not = 0
               move spaces to incident-line
               string "RETRIES: " ws-attempt-num
                      " - failed on every retry batchpolicy.dat allows"
                      delimited by size into incident-line
               end-string
               write incident-line
           end-if

           move spaces to incident-line
           if ws-last-good-step = spaces
               string "CHECKPOINT: (none)"
                  " BATCH=" ws-parm-batch-flag
                  " DEDUPE=" ws-parm-dedupe
                  " COLLATE=" ws-parm-collate
                  " DUPDAYS=" ws-parm-dup-days
                  delimited by size into incident-line
           end-string
           write incident-line
               end-string
               write window-line
           end-perform
           if ws-retries-run not = 0
               move spaces to window-line
               string "STEP RETRIES: " ws-retries-run
                      delimited by size into window-line
               end-string
               write window-line
           end-if
           move ws-chain-elapsed to ws-elapsed-display
           move spaces to window-line
           string "CHAIN ELAPSED (HUNDREDTHS): " ws-elapsed-display
