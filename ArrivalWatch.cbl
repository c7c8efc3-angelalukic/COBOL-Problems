      $set sourceformat(variable)
       identification division.
       program-id. ArrivalWatch.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select schedule-file assign to dynamic ws-schedule-name
               organization is line sequential
               file status is ws-schedule-status.
           select status-file assign to dynamic ws-status-name
               organization is line sequential
               file status is ws-status-status.
           select input-file assign to dynamic ws-input-name
               organization is line sequential
               file status is ws-input-status.
           select checkpoint-file assign to dynamic ws-checkpoint-name
               organization is line sequential
               file status is ws-checkpoint-status.
           select alert-file assign to dynamic ws-alert-name
               organization is line sequential
               file status is ws-alert-status.
           select arrival-report assign to dynamic ws-arrival-rpt-name
               organization is line sequential.

       data division.
       file section.
      *> arrivalschedule.dat: input file name, cut-off time HHMM, rule
      *> at the cut-off (P proceed without it, H hold the chain, F
      *> fail the run) and the seconds its size must stay unchanged
      *> before it counts as complete. "*" in column 1 is a comment.
       fd  schedule-file.
       01  schedule-record.
           05 sch-file             pic x(30).
           05 filler               pic x.
           05 sch-cutoff           pic x(4).
           05 filler               pic x.
           05 sch-rule             pic x.
           05 filler               pic x.
           05 sch-settle           pic 9(4).
           05 filler               pic x(38).

       fd  status-file.
       copy "ArrivalStatus.cpy" replacing ==()== by ==st==.

       fd  input-file.
       01  input-line           pic x(320).

       fd  checkpoint-file.
       01  checkpoint-record    pic x(20).

       fd  alert-file.
       01  alert-record         pic x(115).

       fd  arrival-report.
       01  report-line          pic x(80).

       working-storage section.
      *> Waits ahead of VolumeGuard for every input on the arrival
      *> schedule. A file is complete once its last line is the
      *> ControlTotal trailer and its size and modification time have
      *> not moved for the file's settle interval, timed on first
      *> sight from the file's own modification time; the copy accepted
      *> on an earlier business day does not count again. The inputs
      *> are looked at every poll interval until each is complete or
      *> has reached its cut-off (a file present and still settling
      *> is given the rest of its interval), when the file's rule
      *> decides: the chain proceeds without it, is held (return code
      *> chain-held, so the driver stops before the next step and a
      *> restart watches again) or fails. Every look rewrites
      *> arrivalstatus.dat for BatchConsole; a file still waiting and
      *> a file that misses its cut-off are raised on batchalerts.dat.
      *> A cut-off more than twelve hours before the step starts is
      *> taken as the next day's, so a 0530 cut-off still applies to
      *> a chain started the evening before.
       78 78-schedule-max      value 20.
       78 78-default-poll      value 60.
       78 78-default-settle    value 60.
       01 ws-schedule-name     pic x(45).
       01 ws-status-name       pic x(45).
       01 ws-input-name        pic x(45).
       01 ws-checkpoint-name   pic x(45).
       01 ws-alert-name        pic x(45).
       01 ws-arrival-rpt-name  pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-schedule-status   pic x(2).
       01 ws-status-status     pic x(2).
       01 ws-input-status      pic x(2).
       01 ws-checkpoint-status pic x(2).
       01 ws-alert-status      pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-schedule-count    pic 9(4) comp-x value 0.
       01 ws-schedule-table.
           05 ws-schedule-entry occurs 78-schedule-max.
               10 ws-sch-file          pic x(30).
               10 ws-sch-cutoff        pic x(4).
               10 ws-sch-rule          pic x.
               10 ws-sch-settle        pic 9(4).
               10 ws-sch-cutoff-secs   pic 9(12).
               10 ws-sch-state         pic x(8).
                   88 ws-sch-waiting   value "WAITING".
               10 ws-sch-seen          pic x.
                   88 ws-sch-seen-yes  value "Y".
               10 ws-sch-size          pic 9(12).
               10 ws-sch-modstamp      pic x(14).
               10 ws-sch-since-secs    pic 9(12).
               10 ws-sch-checked       pic x(14).
               10 ws-sch-arrived-at    pic x(14).
               10 ws-sch-note          pic x(20).
               10 ws-sch-alerted       pic x.
                   88 ws-sch-alerted-yes value "Y".
               10 ws-sch-prev-size     pic 9(12).
               10 ws-sch-prev-modstamp pic x(14).
               10 ws-sch-prev-date     pic x(8).
       01 ws-sched-num         pic 9(4) comp-x.
       01 ws-pending-count     pic 9(4) comp-x.
       01 ws-arrived-count     pic 9(6) value 0.
       01 ws-missed-count      pic 9(6) value 0.
       01 ws-poll-count        pic 9(6) value 0.
       01 ws-poll-seconds      pic 9(4) value 0.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-watch-done        pic x value "N".
           88 ws-watch-done-yes value "Y".
       01 ws-chain-action      pic x value space.
           88 ws-chain-hold    value "H".
           88 ws-chain-fail    value "F".
       01 ws-start-timestamp   pic x(21).
       01 ws-start-secs        pic 9(12).
       01 ws-day-secs          pic 9(12).
       01 ws-now-timestamp     pic x(21).
       01 ws-now-stamp         pic x(14).
       01 ws-now-secs          pic 9(12).
       01 ws-settled-secs      pic 9(12).
       01 ws-modified-secs     pic 9(12).
       01 ws-check-return      pic x(4) comp-5 value 0.
      *> File details handed back by CBL_CHECK_FILE_EXIST.
       01 ws-file-details.
           05 ws-fd-size           pic x(8) comp-x.
           05 ws-fd-day            pic x comp-x.
           05 ws-fd-month          pic x comp-x.
           05 ws-fd-year           pic x(2) comp-x.
           05 ws-fd-hours          pic x comp-x.
           05 ws-fd-minutes        pic x comp-x.
           05 ws-fd-seconds        pic x comp-x.
           05 ws-fd-hundredths     pic x comp-x.
       01 ws-file-size         pic 9(12).
       01 ws-file-stamp.
           05 ws-fs-year           pic 9(4).
           05 ws-fs-month          pic 9(2).
           05 ws-fs-day            pic 9(2).
           05 ws-fs-hours          pic 9(2).
           05 ws-fs-minutes        pic 9(2).
           05 ws-fs-seconds        pic 9(2).
       01 ws-last-line         pic x(320).
       01 ws-trailer-found     pic x value "N".
           88 ws-trailer-found-yes value "Y".
       01 ws-last-good-step    pic x(20) value spaces.
       01 ws-file-stem         pic x(30).
       01 ws-alert-verb        pic x(8).
       01 ws-alert-code        pic 9(4).
       01 ws-alert-severity    pic x.
       01 ws-alert-detail.
           05 alr-date             pic x(8).
           05 filler               pic x value space.
           05 alr-time             pic x(6).
           05 filler               pic x value space.
           05 alr-step             pic x(20).
           05 filler               pic x value space.
           05 alr-code             pic 9(4).
           05 filler               pic x value space.
           05 alr-description      pic x(28).
           05 filler               pic x value space.
           05 alr-checkpoint       pic x(20).
           05 filler               pic x value space.
           05 alr-ack-flag         pic x(3).
           05 filler               pic x value space.
           05 alr-ack-initials     pic x(3).
           05 filler               pic x value space.
           05 alr-ack-date         pic x(8).
           05 filler               pic x value space.
           05 alr-ack-time         pic x(6).
       01 ws-notify-result     pic 9(4).
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.
       copy "NotifyEvent.cpy"  replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "arrivalschedule.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-schedule-name
           move "arrivalstatus.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-status-name
           move "batchcheckpoint.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-checkpoint-name
           move "batchalerts.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-alert-name
           move "arrivalwatch_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-arrival-rpt-name

           open output arrival-report
           move function current-date to ws-report-timestamp
           move "ArrivalWatch" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           *> Seconds between looks at the inputs: the ceiling column
           *> of this step's batchcontrol.dat row, or argument 1 when
           *> run standalone.
           if address of lk-step-parms not = null
                   and lk-parm-eye-valid
               if lk-parm-ceiling not = 0
                       and lk-parm-ceiling < 10000
                   move lk-parm-ceiling to ws-poll-seconds
               end-if
           else
               move 1 to ws-arg-index
               display ws-arg-index upon argument-number
               accept ws-poll-seconds from argument-value
           end-if
           if ws-poll-seconds = 0
               move 78-default-poll to ws-poll-seconds
           end-if

           move spaces to ws-audit-parms
           string "POLL=" ws-poll-seconds
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move function current-date to ws-start-timestamp
           compute ws-day-secs =
               function integer-of-date(
                   function numval(ws-start-timestamp(1:8))) * 86400
           compute ws-start-secs = ws-day-secs
               + function numval(ws-start-timestamp(9:2)) * 3600
               + function numval(ws-start-timestamp(11:2)) * 60
               + function numval(ws-start-timestamp(13:2))

           perform load-schedule
           if ws-schedule-count = 0
               move "NO INPUTS ON arrivalschedule.dat - NOTHING WATCHED"
                   to report-line
               write report-line
           else
               perform load-previous-status
               perform load-last-good-step
               perform write-schedule-lines
               perform watch-inputs
               perform write-final-lines
           end-if

           evaluate true
               when ws-chain-fail
                   move 78-ec-no-records to ws-return-code
                   move "FAILED " to ws-report-status
               when ws-chain-hold
                   move 78-ec-chain-held to ws-return-code
                   move "HELD   " to ws-report-status
               when other
                   move 78-ec-ok to ws-return-code
                   move "OK     " to ws-report-status
           end-evaluate

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ARRIVED: " ws-arrived-count
                  " MISSED CUT-OFF: " ws-missed-count
                  " LOOKS: " ws-poll-count
                  delimited by size into report-line
           end-string
           write report-line
           move ws-schedule-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close arrival-report

           evaluate true
               when ws-chain-fail
                   display "ERROR: an input missed its cut-off with "
                           "rule F - see arrivalwatch_report.log."
               when ws-chain-hold
                   display "HOLD: an input missed its cut-off with "
                           "rule H - restart the chain once it has "
                           "arrived."
               when ws-missed-count not = 0
                   display "WARNING: " ws-missed-count " input(s) "
                           "missed the cut-off - chain proceeds "
                           "without them."
           end-evaluate
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning ws-return-code.

       load-schedule section.
           move 0 to ws-schedule-count
           open input schedule-file
           if ws-schedule-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read schedule-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if sch-file not = spaces
                               and sch-file(1:1) not = "*"
                               and ws-schedule-count < 78-schedule-max
                           perform stash-schedule-row
                       end-if
               end-read
           end-perform
           close schedule-file
           exit section.

       stash-schedule-row section.
           *> A cut-off that is not a time is read as 2359 and a rule
           *> other than H or F as P, so a bad row never stops the
           *> chain on its own.
           add 1 to ws-schedule-count
           initialize ws-schedule-entry(ws-schedule-count)
           move sch-file to ws-sch-file(ws-schedule-count)
           if sch-cutoff is numeric
                   and sch-cutoff(1:2) < "24"
                   and sch-cutoff(3:2) < "60"
               move sch-cutoff to ws-sch-cutoff(ws-schedule-count)
           else
               move "2359" to ws-sch-cutoff(ws-schedule-count)
           end-if
           if sch-rule = "H" or sch-rule = "F"
               move sch-rule to ws-sch-rule(ws-schedule-count)
           else
               move "P" to ws-sch-rule(ws-schedule-count)
           end-if
           if sch-settle is numeric
               move sch-settle to ws-sch-settle(ws-schedule-count)
           else
               move 78-default-settle
                   to ws-sch-settle(ws-schedule-count)
           end-if

           compute ws-sch-cutoff-secs(ws-schedule-count) = ws-day-secs
               + function numval(
                     ws-sch-cutoff(ws-schedule-count)(1:2)) * 3600
               + function numval(
                     ws-sch-cutoff(ws-schedule-count)(3:2)) * 60
           if ws-sch-cutoff-secs(ws-schedule-count) + 43200
                   < ws-start-secs
               add 86400 to ws-sch-cutoff-secs(ws-schedule-count)
           end-if

           set ws-sch-waiting(ws-schedule-count) to true
           move "N" to ws-sch-seen(ws-schedule-count)
           move "N" to ws-sch-alerted(ws-schedule-count)
           move "NOT YET LOOKED AT" to ws-sch-note(ws-schedule-count)
           exit section.

       load-previous-status section.
           *> What the last business day accepted, so the same copy
           *> left in place is not taken for today's delivery.
           open input status-file
           if ws-status-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read status-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if st-arv-accepted-date not = spaces
                               and st-arv-accepted-size is numeric
                           perform varying ws-sched-num from 1 by 1
                                   until ws-sched-num > ws-schedule-count
                               if ws-sch-file(ws-sched-num) = st-arv-file
                                   move st-arv-accepted-size
                                       to ws-sch-prev-size(ws-sched-num)
                                   move st-arv-accepted-stamp
                                       to ws-sch-prev-modstamp(ws-sched-num)
                                   move st-arv-accepted-date
                                       to ws-sch-prev-date(ws-sched-num)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close status-file
           exit section.

       load-last-good-step section.
           *> The driver's checkpoint is the last step it completed -
           *> the state an operator restarts from, carried on alerts.
           open input checkpoint-file
           if ws-checkpoint-status = "00"
               read checkpoint-file into ws-last-good-step
                   at end
                       move spaces to ws-last-good-step
               end-read
               close checkpoint-file
           end-if
           if ws-last-good-step = spaces
                   or ws-last-good-step = "COMPLETE"
               move "(none)" to ws-last-good-step
           end-if
           exit section.

       write-schedule-lines section.
           move spaces to report-line
           string "FILE                           CUT-OFF RULE SETTLE"
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-sched-num from 1 by 1
                   until ws-sched-num > ws-schedule-count
               move spaces to report-line
               string ws-sch-file(ws-sched-num) " "
                      ws-sch-cutoff(ws-sched-num) "    "
                      ws-sch-rule(ws-sched-num) "    "
                      ws-sch-settle(ws-sched-num)
                      delimited by size into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           exit section.

       watch-inputs section.
           move "N" to ws-watch-done
           perform until ws-watch-done-yes
               perform take-clock
               add 1 to ws-poll-count
               move 0 to ws-pending-count
               perform varying ws-sched-num from 1 by 1
                       until ws-sched-num > ws-schedule-count
                   if ws-sch-waiting(ws-sched-num)
                           and ws-chain-action = space
                       perform watch-one-file
                   end-if
               end-perform
               perform write-arrival-status
               if ws-pending-count = 0
                       or ws-chain-action not = space
                   set ws-watch-done-yes to true
               else
                   call "C$SLEEP" using ws-poll-seconds
               end-if
           end-perform
           exit section.

       take-clock section.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:14) to ws-now-stamp
           compute ws-now-secs =
               function integer-of-date(
                   function numval(ws-now-timestamp(1:8))) * 86400
               + function numval(ws-now-timestamp(9:2)) * 3600
               + function numval(ws-now-timestamp(11:2)) * 60
               + function numval(ws-now-timestamp(13:2))
           exit section.

       watch-one-file section.
           move ws-now-stamp to ws-sch-checked(ws-sched-num)
           move ws-sch-file(ws-sched-num) to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-input-name
           call "CBL_CHECK_FILE_EXIST" using ws-input-name,
                                             ws-file-details
                returning ws-check-return
           end-call

           if ws-check-return not = 0
               move "N" to ws-sch-seen(ws-sched-num)
               move 0 to ws-sch-size(ws-sched-num)
               move spaces to ws-sch-modstamp(ws-sched-num)
               move "NOT PRESENT" to ws-sch-note(ws-sched-num)
           else
               move ws-fd-size to ws-file-size
               move ws-fd-year to ws-fs-year
               move ws-fd-month to ws-fs-month
               move ws-fd-day to ws-fs-day
               move ws-fd-hours to ws-fs-hours
               move ws-fd-minutes to ws-fs-minutes
               move ws-fd-seconds to ws-fs-seconds
               if not ws-sch-seen-yes(ws-sched-num)
                   *> First sight: the file has been still since it
                   *> was last written, so a copy that landed well
                   *> before this look can be judged straight away.
                   set ws-sch-seen-yes(ws-sched-num) to true
                   move ws-file-size to ws-sch-size(ws-sched-num)
                   move ws-file-stamp to ws-sch-modstamp(ws-sched-num)
                   compute ws-modified-secs =
                       function integer-of-date(
                           function numval(ws-file-stamp(1:8))) * 86400
                       + ws-fs-hours * 3600
                       + ws-fs-minutes * 60
                       + ws-fs-seconds
                   if ws-modified-secs > ws-now-secs
                       move ws-now-secs to ws-modified-secs
                   end-if
                   move ws-modified-secs
                       to ws-sch-since-secs(ws-sched-num)
                   perform check-settling
                   if not ws-sch-waiting(ws-sched-num)
                       exit section
                   end-if
               else
                   if ws-file-size not = ws-sch-size(ws-sched-num)
                           or ws-file-stamp
                               not = ws-sch-modstamp(ws-sched-num)
                       *> Still being written: the settle interval
                       *> starts again from now.
                       move "SIZE CHANGING" to ws-sch-note(ws-sched-num)
                       move ws-file-size to ws-sch-size(ws-sched-num)
                       move ws-file-stamp
                           to ws-sch-modstamp(ws-sched-num)
                       move ws-now-secs
                           to ws-sch-since-secs(ws-sched-num)
                   else
                       perform check-settling
                       if not ws-sch-waiting(ws-sched-num)
                           exit section
                       end-if
                   end-if
               end-if
           end-if

           *> A file present and quietly settling is not judged late
           *> at the cut-off: it is judged once its interval is up.
           if ws-now-secs >= ws-sch-cutoff-secs(ws-sched-num)
                   and ws-sch-note(ws-sched-num) not = "SETTLING"
               perform apply-cutoff-rule
               exit section
           end-if

           add 1 to ws-pending-count
           *> A file only settling is on its way; anything else is a
           *> wait worth telling operations about, once per run.
           if ws-sch-note(ws-sched-num) not = "SETTLING"
                   and not ws-sch-alerted-yes(ws-sched-num)
               set ws-sch-alerted-yes(ws-sched-num) to true
               move "WAITING" to ws-alert-verb
               move 78-ec-no-records to ws-alert-code
               move "W" to ws-alert-severity
               perform raise-alert
               move spaces to report-line
               string ws-now-stamp(9:6) " WAITING "
                      ws-sch-file(ws-sched-num) " "
                      ws-sch-note(ws-sched-num)
                      delimited by size into report-line
               end-string
               write report-line
           end-if
           exit section.

       check-settling section.
           compute ws-settled-secs =
               ws-now-secs - ws-sch-since-secs(ws-sched-num)
           if ws-settled-secs >= ws-sch-settle(ws-sched-num)
               perform judge-settled-file
           else
               move "SETTLING" to ws-sch-note(ws-sched-num)
           end-if
           exit section.

       judge-settled-file section.
           *> Size and time unchanged for the settle interval: complete
           *> when it is not the copy an earlier day accepted and its
           *> last line is the control-total trailer.
           if ws-sch-prev-date(ws-sched-num) not = spaces
                   and ws-sch-prev-date(ws-sched-num)
                       < ws-start-timestamp(1:8)
                   and ws-sch-prev-size(ws-sched-num)
                       = ws-sch-size(ws-sched-num)
                   and ws-sch-prev-modstamp(ws-sched-num)
                       = ws-sch-modstamp(ws-sched-num)
               move "PREVIOUS DAY'S COPY" to ws-sch-note(ws-sched-num)
               exit section
           end-if

           perform check-trailer
           if not ws-trailer-found-yes
               move "NO TRAILER" to ws-sch-note(ws-sched-num)
               exit section
           end-if

           move "ARRIVED" to ws-sch-state(ws-sched-num)
           move "COMPLETE" to ws-sch-note(ws-sched-num)
           move ws-now-stamp to ws-sch-arrived-at(ws-sched-num)
           add 1 to ws-arrived-count
           move spaces to report-line
           string ws-now-stamp(9:6) " ARRIVED "
                  ws-sch-file(ws-sched-num) " SIZE "
                  ws-sch-size(ws-sched-num)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       check-trailer section.
           move "N" to ws-trailer-found
           move spaces to ws-last-line
           open input input-file
           if ws-input-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read input-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if input-line not = spaces
                           move input-line to ws-last-line
                       end-if
               end-read
           end-perform
           close input-file
           if ws-last-line(1:3) = "TRL"
                   and ws-last-line(4:16) is numeric
               set ws-trailer-found-yes to true
           end-if
           exit section.

       apply-cutoff-rule section.
           add 1 to ws-missed-count
           evaluate ws-sch-rule(ws-sched-num)
               when "H"
                   move "HELD" to ws-sch-state(ws-sched-num)
                   set ws-chain-hold to true
                   move 78-ec-chain-held to ws-alert-code
                   move "F" to ws-alert-severity
               when "F"
                   move "FAILED" to ws-sch-state(ws-sched-num)
                   set ws-chain-fail to true
                   move 78-ec-no-records to ws-alert-code
                   move "F" to ws-alert-severity
               when other
                   move "MISSED" to ws-sch-state(ws-sched-num)
                   move 78-ec-no-records to ws-alert-code
                   move "W" to ws-alert-severity
           end-evaluate
           move "LATE" to ws-alert-verb
           perform raise-alert

           move spaces to report-line
           string ws-now-stamp(9:6) " CUT-OFF "
                  ws-sch-file(ws-sched-num) " "
                  ws-sch-state(ws-sched-num) " "
                  ws-sch-note(ws-sched-num)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       raise-alert section.
           *> Same fixed layout the driver writes for a failed step,
           *> with the file named in the description, and the same
           *> alert sent through the notification gateway.
           initialize ws-alert-detail
           move ws-now-stamp(1:8) to alr-date
           move ws-now-stamp(9:6) to alr-time
           move ws-report-program to alr-step
           move ws-alert-code to alr-code
           move spaces to ws-file-stem
           unstring ws-sch-file(ws-sched-num) delimited by "." or space
               into ws-file-stem
           end-unstring
           move spaces to alr-description
           string ws-alert-verb delimited by space
                  " " delimited by size
                  ws-file-stem delimited by space
                  into alr-description
           end-string
           move ws-last-good-step to alr-checkpoint

           open extend alert-file
           if ws-alert-status = "35"
               open output alert-file
           end-if
           if ws-alert-status = "00"
               write alert-record from ws-alert-detail
               close alert-file
           end-if

           initialize ws-notify-event
           move "ALERT" to ws-nev-event
           move ws-alert-severity to ws-nev-severity
           move alr-date to ws-nev-date
           move alr-time to ws-nev-time
           move alr-step to ws-nev-step
           move alr-code to ws-nev-code
           move alr-description to ws-nev-description
           move alr-checkpoint to ws-nev-checkpoint
           call "notifyevent" using ws-notify-event, ws-notify-result
           exit section.

       write-arrival-status section.
           open output status-file
           if ws-status-status not = "00"
               exit section
           end-if
           perform varying ws-sched-num from 1 by 1
                   until ws-sched-num > ws-schedule-count
               move spaces to st-arrival-status
               move ws-sch-file(ws-sched-num) to st-arv-file
               move ws-sch-state(ws-sched-num) to st-arv-state
               move ws-sch-rule(ws-sched-num) to st-arv-rule
               move ws-sch-cutoff(ws-sched-num) to st-arv-cutoff
               move ws-sch-size(ws-sched-num) to st-arv-size
               move ws-sch-modstamp(ws-sched-num) to st-arv-modstamp
               move ws-sch-checked(ws-sched-num) to st-arv-checked
               move ws-sch-arrived-at(ws-sched-num) to st-arv-arrived-at
               move ws-sch-note(ws-sched-num) to st-arv-note
               if ws-sch-arrived-at(ws-sched-num) = spaces
                   move ws-sch-prev-size(ws-sched-num)
                       to st-arv-accepted-size
                   move ws-sch-prev-modstamp(ws-sched-num)
                       to st-arv-accepted-stamp
                   move ws-sch-prev-date(ws-sched-num)
                       to st-arv-accepted-date
               else
                   move ws-sch-size(ws-sched-num) to st-arv-accepted-size
                   move ws-sch-modstamp(ws-sched-num)
                       to st-arv-accepted-stamp
                   move ws-start-timestamp(1:8) to st-arv-accepted-date
               end-if
               write st-arrival-status
           end-perform
           close status-file
           exit section.

       write-final-lines section.
           move spaces to report-line
           write report-line
           move "FILE                           STATE    ARRIVED AT"
               to report-line
           write report-line
           perform varying ws-sched-num from 1 by 1
                   until ws-sched-num > ws-schedule-count
               move spaces to report-line
               string ws-sch-file(ws-sched-num) " "
                      ws-sch-state(ws-sched-num) " "
                      ws-sch-arrived-at(ws-sched-num) " "
                      ws-sch-note(ws-sched-num)
                      delimited by size into report-line
               end-string
               write report-line
           end-perform
           exit section.

       end program ArrivalWatch.
