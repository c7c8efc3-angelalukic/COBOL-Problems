       01 ws-age-display       pic -(5)9.
       01 ws-scanned-count     pic 9(9) value 0.
       01 ws-overdue-count     pic 9(9) value 0.
       01 ws-notified-count    pic 9(9) value 0.
       01 ws-notify-result     pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.
       copy "NotifyEvent.cpy"  replacing ==()== by ==ws==.

       procedure division.

           move spaces to report-line
           string "SCANNED: " ws-scanned-count
                  " OVERDUE: " ws-overdue-count
                  " MESSAGES QUEUED: " ws-notified-count
                  delimited by size into report-line
           end-string
           write report-line
                  delimited by size into report-line
           end-string
           write report-line

           *> Escalations go out through the mail and pager gateway,
           *> carrying the alert's own date and time so the
           *> notification report can tie them back to it.
           initialize ws-notify-event
           move "ESCALATE" to ws-nev-event
           set ws-nev-escalation to true
           move alr-date to ws-nev-date
           move alr-time to ws-nev-time
           move alr-step to ws-nev-step
           move alr-code to ws-nev-code
           move alr-description to ws-nev-description
           move alr-checkpoint to ws-nev-checkpoint
           call "notifyevent" using ws-notify-event, ws-notify-result
           add ws-notify-result to ws-notified-count
           exit section.

       write-status-footer section.
