      $set sourceformat(variable)
       identification division.
       program-id. NotifyReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select alert-file assign to dynamic ws-alert-name
               organization is line sequential
               file status is ws-alert-status.
           select track-file assign to dynamic ws-track-name
               organization is line sequential
               file status is ws-track-status.
           select notify-report assign to dynamic ws-notify-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  alert-file.
       01  alert-record.
           05 alr-date             pic x(8).
           05 filler               pic x.
           05 alr-time             pic x(6).
           05 filler               pic x.
           05 alr-step             pic x(20).
           05 filler               pic x.
           05 alr-code             pic 9(4).
           05 filler               pic x.
           05 alr-description      pic x(28).
           05 filler               pic x.
           05 alr-checkpoint       pic x(20).
           05 filler               pic x.
           05 alr-ack-flag         pic x(3).
           05 filler               pic x.
           05 alr-ack-initials     pic x(3).
           05 filler               pic x.
           05 alr-ack-date         pic x(8).
           05 filler               pic x.
           05 alr-ack-time         pic x(6).

       fd  track-file.
       copy "NotifyTrack.cpy"   replacing ==()== by ==tk==.

       fd  notify-report.
       01  report-line          pic x(120).

       working-storage section.
      *> Every alert on batchalerts.dat with each message it raised
      *> through the mail and pager gateway - the first notice and any
      *> escalations: to which recipient group, at what priority, when
      *> it was queued, how many attempts it took and whether and when
      *> it was delivered. Run verdicts and policy warnings, which are
      *> not alerts, are listed after them. notifytrack.dat is read
      *> again from the top for each alert rather than held in a
      *> table, so it may grow without limit.
       01 ws-alert-name        pic x(45).
       01 ws-track-name        pic x(45).
       01 ws-notify-rpt-name   pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-alert-status      pic x(2).
       01 ws-track-status      pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-track-eof         pic x value "N".
           88 ws-track-eof-yes value "Y".
       01 ws-alert-messages    pic 9(4) comp-x.
       01 ws-alerts-total      pic 9(6) value 0.
       01 ws-notified-total    pic 9(6) value 0.
       01 ws-unnotified-total  pic 9(6) value 0.
       01 ws-messages-total    pic 9(6) value 0.
       01 ws-delivered-total   pic 9(6) value 0.
       01 ws-pending-total     pic 9(6) value 0.
       01 ws-abandoned-total   pic 9(6) value 0.
       01 ws-other-total       pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "NotifyTrack.cpy"  replacing ==()== by ==ws==.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "batchalerts.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-alert-name
           move "notifytrack.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-track-name
           move "notifyreport_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-notify-rpt-name

           open output notify-report
           move function current-date to ws-report-timestamp
           move "NotifyReport" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           move spaces to report-line
           write report-line
           move "ALERTS AND THEIR NOTIFICATIONS:" to report-line
           write report-line
           open input alert-file
           if ws-alert-status = "00"
               move "N" to ws-file-eof
               perform until ws-file-eof-yes
                   read alert-file
                       at end
                           set ws-file-eof-yes to true
                       not at end
                           if alert-record not = spaces
                               perform report-one-alert
                           end-if
                   end-read
               end-perform
               close alert-file
           end-if
           if ws-alerts-total = 0
               move "  (no alerts on file)" to report-line
               write report-line
           end-if

           perform report-other-messages

           perform count-messages

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ALERTS: " ws-alerts-total
                  " NOTIFIED: " ws-notified-total
                  " NOT NOTIFIED: " ws-unnotified-total
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "MESSAGES: " ws-messages-total
                  " DELIVERED: " ws-delivered-total
                  " PENDING: " ws-pending-total
                  " ABANDONED: " ws-abandoned-total
                  delimited by size into report-line
           end-string
           write report-line

           move ws-alerts-total to ws-report-record-count
           move "OK     " to ws-report-status
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close notify-report

           if ws-unnotified-total not = 0 or ws-abandoned-total not = 0
               display "WARNING: " ws-unnotified-total " alert(s) "
                       "never notified, " ws-abandoned-total
                       " message(s) abandoned - see "
                       "notifyreport_report.log."
           end-if
           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       count-messages section.
           open input track-file
           if ws-track-status not = "00"
               exit section
           end-if
           move "N" to ws-track-eof
           perform until ws-track-eof-yes
               read track-file into ws-notify-track
                   at end
                       set ws-track-eof-yes to true
                   not at end
                       if ws-notify-track not = spaces
                           add 1 to ws-messages-total
                           evaluate true
                               when ws-ntt-delivered
                                   add 1 to ws-delivered-total
                               when ws-ntt-abandoned
                                   add 1 to ws-abandoned-total
                               when other
                                   add 1 to ws-pending-total
                           end-evaluate
                       end-if
               end-read
           end-perform
           close track-file
           exit section.

       report-one-alert section.
           add 1 to ws-alerts-total
           move spaces to report-line
           string "ALERT " alr-date " " alr-time " " alr-step
                  " RC " alr-code " " alr-description
                  " " alr-ack-flag " " alr-ack-initials
                  delimited by size into report-line
           end-string
           write report-line

           move 0 to ws-alert-messages
           open input track-file
           if ws-track-status = "00"
               move "N" to ws-track-eof
               perform until ws-track-eof-yes
                   read track-file into ws-notify-track
                       at end
                           set ws-track-eof-yes to true
                       not at end
                           if (ws-ntt-event = "ALERT"
                                   or ws-ntt-event = "ESCALATE")
                                   and ws-ntt-event-date = alr-date
                                   and ws-ntt-event-time = alr-time
                                   and ws-ntt-step = alr-step
                               add 1 to ws-alert-messages
                               perform write-message-line
                           end-if
                   end-read
               end-perform
               close track-file
           end-if
           if ws-alert-messages = 0
               add 1 to ws-unnotified-total
               move "    NOT NOTIFIED" to report-line
               write report-line
           else
               add 1 to ws-notified-total
           end-if
           exit section.

       report-other-messages section.
           move spaces to report-line
           write report-line
           move "RUN VERDICTS AND WARNINGS NOTIFIED:" to report-line
           write report-line
           open input track-file
           if ws-track-status = "00"
               move "N" to ws-track-eof
               perform until ws-track-eof-yes
                   read track-file into ws-notify-track
                       at end
                           set ws-track-eof-yes to true
                       not at end
                           if ws-notify-track not = spaces
                                   and ws-ntt-event not = "ALERT"
                                   and ws-ntt-event not = "ESCALATE"
                               perform report-other-message
                           end-if
                   end-read
               end-perform
               close track-file
           end-if
           if ws-other-total = 0
               move "  (none)" to report-line
               write report-line
           end-if
           exit section.

       report-other-message section.
           add 1 to ws-other-total
           move spaces to report-line
           string "  " ws-ntt-event-date " " ws-ntt-event-time
                  " " ws-ntt-step " RC " ws-ntt-code
                  delimited by size into report-line
           end-string
           write report-line
           perform write-message-line
           exit section.

       write-message-line section.
           move spaces to report-line
           string "    " ws-ntt-event " TO " ws-ntt-group
                  " P" ws-ntt-priority
                  " QUEUED " ws-ntt-queued
                  " TRIES " ws-ntt-attempts
                  " " ws-ntt-state " " ws-ntt-state-time
                  " " ws-ntt-reason
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program NotifyReport.
