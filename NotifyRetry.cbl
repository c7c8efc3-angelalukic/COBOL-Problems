      $set sourceformat(variable)
       identification division.
       program-id. NotifyRetry.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select track-file assign to dynamic ws-track-name
               organization is line sequential
               file status is ws-track-status.
           select track-work assign to dynamic ws-track-work-name
               organization is line sequential
               file status is ws-track-work-status.
           select delivery-file assign to dynamic ws-delivery-name
               organization is line sequential
               file status is ws-delivery-status.
           select outbound-file assign to dynamic ws-outbound-name
               organization is line sequential
               file status is ws-outbound-status.
           select retry-report assign to dynamic ws-retry-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  track-file.
       copy "NotifyTrack.cpy"   replacing ==()== by ==tk==.

       fd  track-work.
       01  track-work-record    pic x(395).

       fd  delivery-file.
       copy "NotifyGateway.cpy" replacing ==()== by ==dl==.

       fd  outbound-file.
       copy "NotifyGateway.cpy" replacing ==()== by ==ob==.

       fd  retry-report.
       01  report-line          pic x(120).

       working-storage section.
      *> The retry/resend pass over the gateway's delivery-status
      *> file: each outcome the relay has dropped is applied to the
      *> message's row on notifytrack.dat. Delivered messages are
      *> closed off; an undelivered one is put back on the outbound
      *> file under its own message id until it has had the allowed
      *> number of attempts (argument 1, default 3), then abandoned
      *> and reported. Messages the outbound file could not take when
      *> first raised are sent again here too. The status file is
      *> emptied once every outcome on it has been applied.
      *> notifytrack.dat is copied through a work file row by row,
      *> so it may grow without limit; the outcomes are taken in
      *> slices of 78-outcome-max, one copy of the file per slice.
       78 78-default-attempts  value 3.
       78 78-outcome-max       value 2000.
       01 ws-track-name        pic x(45).
       01 ws-track-work-name   pic x(45).
       01 ws-track-work-status pic x(2).
       01 ws-file-rc           pic x(4) comp-5.
       01 ws-delivery-name     pic x(45).
       01 ws-outbound-name     pic x(45).
       01 ws-retry-rpt-name    pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-track-status      pic x(2).
       01 ws-delivery-status   pic x(2).
       01 ws-outbound-status   pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-attempts-x        pic x(4).
       01 ws-max-attempts      pic 9(2) value 0.
       01 ws-now               pic x(21).
       01 ws-outcome-count     pic 9(4) comp-x value 0.
       01 ws-outcome-table.
           05 ws-outcome-entry occurs 78-outcome-max.
               10 ws-oc-status      pic x(70).
               10 ws-oc-used        pic x.
       01 ws-oc-num            pic 9(4) comp-x.
       01 ws-outcome-done      pic 9(6) value 0.
       01 ws-outcome-seen      pic 9(6).
       01 ws-more-outcomes     pic x value "Y".
           88 ws-more-outcomes-yes value "Y".
       01 ws-track-failed      pic x value "N".
           88 ws-track-failed-yes value "Y".
       01 ws-delivery-open     pic x value "N".
           88 ws-delivery-open-yes value "Y".
       01 ws-outcome           pic x(10).
       01 ws-statuses-read     pic 9(6) value 0.
       01 ws-delivered-count   pic 9(6) value 0.
       01 ws-resent-count      pic 9(6) value 0.
       01 ws-abandoned-count   pic 9(6) value 0.
       01 ws-unmatched-count   pic 9(6) value 0.
       01 ws-awaiting-count    pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "NotifyTrack.cpy"  replacing ==()== by ==ws==.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "notifytrack.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-track-name
           move "notifytrack_new.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-track-work-name
           move "notifydelivery.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-delivery-name
           move "notifyoutbound.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-outbound-name
           move "notifyretry_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-retry-rpt-name

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-attempts-x from argument-value
           if function trim(ws-attempts-x) is numeric
               compute ws-max-attempts = function numval(ws-attempts-x)
           end-if
           if ws-max-attempts = 0
               move 78-default-attempts to ws-max-attempts
           end-if

           open output retry-report
           move function current-date to ws-report-timestamp
           move "NotifyRetry" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "ATTEMPTS ALLOWED PER MESSAGE: " ws-max-attempts
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "ATTEMPTS=" ws-max-attempts
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move function current-date to ws-now
           perform until not ws-more-outcomes-yes or ws-track-failed-yes
               perform load-outcome-slice
               perform pass-track-file
               perform report-unmatched
               add ws-outcome-count to ws-outcome-done
           end-perform
           if ws-track-failed-yes
               *> The status file is kept rather than emptied: an
               *> earlier slice already copied in would be applied a
               *> second time by the next pass, so the run fails for
               *> someone to look at.
               display "ERROR: notifytrack.dat could not be rewritten "
                       "- delivery outcomes left on file."
               move "TRACKING FILE NOT REWRITTEN - OUTCOMES KEPT"
                   to report-line
               write report-line
               move "FAILED " to ws-report-status
               move ws-statuses-read to ws-report-record-count
               perform write-status-footer
               close retry-report
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if
           if ws-delivery-open-yes
               open output delivery-file
               close delivery-file
           end-if

           move spaces to report-line
           string "OUTCOMES READ: " ws-statuses-read
                  " DELIVERED: " ws-delivered-count
                  " RESENT: " ws-resent-count
                  " ABANDONED: " ws-abandoned-count
                  " UNMATCHED: " ws-unmatched-count
                  " AWAITING: " ws-awaiting-count
                  delimited by size into report-line
           end-string
           write report-line

           move ws-statuses-read to ws-report-record-count
           move "OK     " to ws-report-status
           perform write-status-footer
           close retry-report

           if ws-abandoned-count not = 0
               display "WARNING: " ws-abandoned-count " notification(s) "
                       "abandoned undelivered - see "
                       "notifyretry_report.log."
           end-if
           display "Notification retry: " ws-delivered-count
                   " delivered, " ws-resent-count " resent, "
                   ws-abandoned-count " abandoned."
           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-outcome-slice section.
           *> The next slice of the status file, past the outcomes
           *> earlier slices have applied.
           move 0 to ws-outcome-count
           move 0 to ws-outcome-seen
           move "N" to ws-more-outcomes
           open input delivery-file
           if ws-delivery-status not = "00"
               if ws-outcome-done = 0
                   move "NO DELIVERY OUTCOMES FROM THE GATEWAY"
                       to report-line
                   write report-line
               end-if
               exit section
           end-if
           set ws-delivery-open-yes to true
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read delivery-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if dl-gateway-status not = spaces
                           add 1 to ws-outcome-seen
                           if ws-outcome-seen > ws-outcome-done
                               perform keep-one-outcome
                           end-if
                       end-if
               end-read
           end-perform
           close delivery-file
           exit section.

       keep-one-outcome section.
           if ws-outcome-count = 78-outcome-max
               set ws-more-outcomes-yes to true
               set ws-file-eof-yes to true
               exit section
           end-if
           add 1 to ws-outcome-count
           add 1 to ws-statuses-read
           move dl-gateway-status to ws-oc-status(ws-outcome-count)
           move "N" to ws-oc-used(ws-outcome-count)
           exit section.

       pass-track-file section.
           *> Each row is copied to the work file with this slice's
           *> outcomes applied; on the last slice unsent messages are
           *> sent again and those still awaiting the relay counted.
           open input track-file
           if ws-track-status not = "00"
               exit section
           end-if
           open output track-work
           if ws-track-work-status not = "00"
               display "WARNING: notifytrack_new.dat cannot be "
                       "written (" ws-track-work-status ")."
               close track-file
               set ws-track-failed-yes to true
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read track-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if tk-notify-track not = spaces
                           perform pass-one-row
                       end-if
               end-read
           end-perform
           close track-file
           close track-work
           call "CBL_RENAME_FILE" using ws-track-work-name,
                                        ws-track-name
               returning ws-file-rc
           end-call
           if ws-file-rc not = 0
               display "WARNING: notifytrack_new.dat could not "
                       "replace notifytrack.dat."
               set ws-track-failed-yes to true
           end-if
           exit section.

       pass-one-row section.
           move tk-notify-track to ws-notify-track
           perform varying ws-oc-num from 1 by 1
                   until ws-oc-num > ws-outcome-count
               move ws-oc-status(ws-oc-num) to dl-gateway-status
               if dl-gws-message-id = ws-ntt-message-id
                       and (dl-gws-delivered or dl-gws-undelivered)
                   move "Y" to ws-oc-used(ws-oc-num)
                   perform apply-one-outcome
               end-if
           end-perform
           if not ws-more-outcomes-yes
               if ws-ntt-unsent
                   perform resend-one-unsent
               end-if
               if ws-ntt-queued-state or ws-ntt-resent
                   add 1 to ws-awaiting-count
               end-if
           end-if
           write track-work-record from ws-notify-track
           exit section.

       report-unmatched section.
           perform varying ws-oc-num from 1 by 1
                   until ws-oc-num > ws-outcome-count
               if ws-oc-used(ws-oc-num) = "N"
                   move ws-oc-status(ws-oc-num) to dl-gateway-status
                   add 1 to ws-unmatched-count
                   move spaces to report-line
                   string "UNMATCHED  " dl-gws-message-id " "
                          dl-gws-result " " dl-gws-time " "
                          dl-gws-reason
                          delimited by size into report-line
                   end-string
                   write report-line
               end-if
           end-perform
           exit section.

       apply-one-outcome section.
           evaluate true
               when dl-gws-delivered
                   set ws-ntt-delivered to true
                   move dl-gws-time to ws-ntt-state-time
                   move spaces to ws-ntt-reason
                   add 1 to ws-delivered-count
                   move "DELIVERED" to ws-outcome
               *> A late failure report for a message already closed
               *> off changes nothing.
               when ws-ntt-delivered or ws-ntt-abandoned
                   move "NO CHANGE" to ws-outcome
               when ws-ntt-attempts >= ws-max-attempts
                   set ws-ntt-abandoned to true
                   move dl-gws-time to ws-ntt-state-time
                   move dl-gws-reason to ws-ntt-reason
                   add 1 to ws-abandoned-count
                   move "ABANDONED" to ws-outcome
               when other
                   add 1 to ws-ntt-attempts
                   perform send-tracked-message
                   move dl-gws-reason to ws-ntt-reason
                   if ws-outbound-status = "00"
                       set ws-ntt-resent to true
                       add 1 to ws-resent-count
                       move "RESENT" to ws-outcome
                   else
                       subtract 1 from ws-ntt-attempts
                       set ws-ntt-unsent to true
                       move "UNSENT" to ws-outcome
                   end-if
           end-evaluate

           move spaces to report-line
           string ws-outcome " " ws-ntt-message-id
                  " " ws-ntt-group " P" ws-ntt-priority
                  " TRY " ws-ntt-attempts " " ws-ntt-event
                  " " ws-ntt-step " " dl-gws-reason
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       resend-one-unsent section.
           perform send-tracked-message
           if ws-outbound-status = "00"
               set ws-ntt-queued-state to true
               move spaces to ws-ntt-reason
               add 1 to ws-resent-count
               move spaces to report-line
               string "SENT       " ws-ntt-message-id
                      " " ws-ntt-group " P" ws-ntt-priority
                      " TRY " ws-ntt-attempts " " ws-ntt-event
                      " " ws-ntt-step
                      delimited by size into report-line
               end-string
               write report-line
           end-if
           exit section.

       send-tracked-message section.
           move spaces to ob-gateway-message
           move ws-ntt-message-id to ob-gwm-message-id
           move ws-ntt-group to ob-gwm-group
           move ws-ntt-priority to ob-gwm-priority
           move ws-ntt-attempts to ob-gwm-attempt
           move ws-ntt-subject to ob-gwm-subject
           move ws-ntt-body to ob-gwm-body
           open extend outbound-file
           if ws-outbound-status = "35"
               open output outbound-file
           end-if
           if ws-outbound-status = "00"
               write ob-gateway-message
               close outbound-file
               move ws-now(1:14) to ws-ntt-sent
               move ws-now(1:14) to ws-ntt-state-time
           end-if
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program NotifyRetry.
