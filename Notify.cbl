      $set sourceformat(variable)
       identification division.
       program-id. Notify.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select route-file assign to dynamic ws-route-name
               organization is line sequential
               file status is ws-route-status.
           select outbound-file assign to dynamic ws-outbound-name
               organization is line sequential
               file status is ws-outbound-status.
           select track-file assign to dynamic ws-track-name
               organization is line sequential
               file status is ws-track-status.

       data division.
       file section.
      *> notifyroutes.dat: step name ("*" alone for any step),
      *> severity letter ("*" for any), recipient group and priority.
       fd  route-file.
       01  route-record.
           05 rte-step             pic x(20).
           05 filler               pic x.
           05 rte-severity         pic x.
           05 filler               pic x.
           05 rte-group            pic x(8).
           05 filler               pic x.
           05 rte-priority         pic x.
           05 filler               pic x(47).

       fd  outbound-file.
       copy "NotifyGateway.cpy" replacing ==()== by ==ob==.

       fd  track-file.
       copy "NotifyTrack.cpy"   replacing ==()== by ==tk==.

       working-storage section.
      *> Turns a batch event into messages for the site's mail and
      *> pager relay. Every route on notifyroutes.dat that matches the
      *> event's step and severity adds its recipient group; a group
      *> reached by more than one route gets one message at the most
      *> urgent of their priorities. Each message is written to the
      *> gateway's outbound file and recorded on notifytrack.dat,
      *> where NotifyRetry follows it to delivery.
       78 78-route-max         value 100.
       78 78-send-max          value 20.
       01 ws-route-name        pic x(45).
       01 ws-outbound-name     pic x(45).
       01 ws-track-name        pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-route-status      pic x(2).
       01 ws-outbound-status   pic x(2).
       01 ws-track-status      pic x(2).
       01 ws-route-eof         pic x value "N".
           88 ws-route-eof-yes value "Y".
       01 ws-routes-loaded     pic x value "N".
           88 ws-routes-loaded-yes value "Y".
       01 ws-route-count       pic 9(4) comp-x value 0.
       01 ws-route-table.
           05 ws-route-entry occurs 78-route-max.
               10 ws-rte-step      pic x(20).
               10 ws-rte-severity  pic x.
               10 ws-rte-group     pic x(8).
               10 ws-rte-priority  pic x.
       01 ws-route-num         pic 9(4) comp-x.
       01 ws-send-count        pic 9(4) comp-x value 0.
       01 ws-send-table.
           05 ws-send-entry occurs 78-send-max.
               10 ws-snd-group     pic x(8).
               10 ws-snd-priority  pic x.
       01 ws-send-num          pic 9(4) comp-x.
       01 ws-send-match        pic 9(4) comp-x.
       01 ws-message-seq       pic 9(4) value 0.
       01 ws-notify-timestamp  pic x(21).
       01 ws-subject           pic x(60).
       01 ws-body              pic x(160).

       linkage section.
       copy "NotifyEvent.cpy"  replacing ==()== by ==lk==.
       01 lk-result            pic 9(4).

       procedure division.

           entry "notifyevent" using lk-notify-event, lk-result
               *> lk-result comes back as the number of messages
               *> queued - zero when no route covers the event.
               if not ws-routes-loaded-yes
                   perform load-routes
               end-if
               move 0 to lk-result
               perform select-groups
               if ws-send-count = 0
                   goback
               end-if
               perform build-message-text
               move function current-date to ws-notify-timestamp
               perform varying ws-send-num from 1 by 1
                       until ws-send-num > ws-send-count
                   perform queue-one-message
                   add 1 to lk-result
               end-perform
               goback.

       load-routes section.
           set ws-routes-loaded-yes to true
           move 0 to ws-route-count
           move "notifyoutbound.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-outbound-name
           move "notifytrack.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-track-name
           move "notifyroutes.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-route-name
           open input route-file
           if ws-route-status not = "00"
               display "WARNING: notifyroutes.dat not found - no "
                       "notifications will be sent."
               exit section
           end-if

           move "N" to ws-route-eof
           perform until ws-route-eof-yes
               read route-file
                   at end
                       set ws-route-eof-yes to true
                   not at end
                       *> A lone "*" is the any-step wildcard; a "*"
                       *> followed by text is a comment line.
                       if rte-step not = spaces
                               and not (rte-step(1:1) = "*"
                                        and rte-step(2:19) not = spaces)
                               and rte-group not = spaces
                               and ws-route-count < 78-route-max
                           add 1 to ws-route-count
                           move rte-step to ws-rte-step(ws-route-count)
                           move rte-severity
                               to ws-rte-severity(ws-route-count)
                           move rte-group to ws-rte-group(ws-route-count)
                           if rte-priority = "1" or "2" or "3"
                               move rte-priority
                                   to ws-rte-priority(ws-route-count)
                           else
                               move "2" to ws-rte-priority(ws-route-count)
                           end-if
                       end-if
               end-read
           end-perform
           close route-file
           exit section.

       select-groups section.
           move 0 to ws-send-count
           perform varying ws-route-num from 1 by 1
                   until ws-route-num > ws-route-count
               if (ws-rte-step(ws-route-num) = lk-nev-step
                       or ws-rte-step(ws-route-num) = "*")
                       and (ws-rte-severity(ws-route-num) = lk-nev-severity
                            or ws-rte-severity(ws-route-num) = "*")
                   perform add-send-group
               end-if
           end-perform
           exit section.

       add-send-group section.
           move 0 to ws-send-match
           perform varying ws-send-num from 1 by 1
                   until ws-send-num > ws-send-count
                      or ws-send-match not = 0
               if ws-snd-group(ws-send-num) = ws-rte-group(ws-route-num)
                   move ws-send-num to ws-send-match
               end-if
           end-perform
           if ws-send-match not = 0
               if ws-rte-priority(ws-route-num)
                       < ws-snd-priority(ws-send-match)
                   move ws-rte-priority(ws-route-num)
                       to ws-snd-priority(ws-send-match)
               end-if
               exit section
           end-if
           if ws-send-count = 78-send-max
               exit section
           end-if
           add 1 to ws-send-count
           move ws-rte-group(ws-route-num) to ws-snd-group(ws-send-count)
           move ws-rte-priority(ws-route-num)
               to ws-snd-priority(ws-send-count)
           exit section.

       build-message-text section.
           move spaces to ws-subject
           move spaces to ws-body
           evaluate true
               when lk-nev-failure
                   string "BATCH FAILURE " function trim(lk-nev-step)
                          " RC " lk-nev-code
                          delimited by size into ws-subject
                   end-string
               when lk-nev-warning
                   string "BATCH WARNING " function trim(lk-nev-step)
                          " RC " lk-nev-code
                          delimited by size into ws-subject
                   end-string
               when lk-nev-escalation
                   string "UNACKNOWLEDGED ALERT "
                          function trim(lk-nev-step)
                          " RC " lk-nev-code " SINCE " lk-nev-date
                          delimited by size into ws-subject
                   end-string
               when other
                   string "BATCH RUN " function trim(lk-nev-description)
                          " RC " lk-nev-code
                          delimited by size into ws-subject
                   end-string
           end-evaluate

           if lk-nev-verdict
               string "Batch run of " lk-nev-date "-" lk-nev-time
                      " ended " function trim(lk-nev-description)
                      " with return code " lk-nev-code
                      ". Step: " function trim(lk-nev-step)
                      ". Last completed step: "
                      function trim(lk-nev-checkpoint) "."
                      delimited by size into ws-body
               end-string
           else
               string "Step " function trim(lk-nev-step)
                      " ended with return code " lk-nev-code
                      " (" function trim(lk-nev-description)
                      ") at " lk-nev-date "-" lk-nev-time
                      ". Last completed step: "
                      function trim(lk-nev-checkpoint) "."
                      delimited by size into ws-body
               end-string
           end-if
           exit section.

       queue-one-message section.
           add 1 to ws-message-seq
           move spaces to ob-gateway-message
           string ws-notify-timestamp(1:16) ws-message-seq
                  delimited by size into ob-gwm-message-id
           end-string
           move ws-snd-group(ws-send-num) to ob-gwm-group
           move ws-snd-priority(ws-send-num) to ob-gwm-priority
           move 1 to ob-gwm-attempt
           move ws-subject to ob-gwm-subject
           move ws-body to ob-gwm-body

           open extend outbound-file
           if ws-outbound-status = "35"
               open output outbound-file
           end-if
           if ws-outbound-status = "00"
               write ob-gateway-message
               close outbound-file
           else
               display "WARNING: notifyoutbound.dat could not be "
                       "opened - message for "
                       function trim(ws-snd-group(ws-send-num))
                       " not sent."
           end-if

           move spaces to tk-notify-track
           move ob-gwm-message-id to tk-ntt-message-id
           move lk-nev-event to tk-ntt-event
           move lk-nev-severity to tk-ntt-severity
           move lk-nev-date to tk-ntt-event-date
           move lk-nev-time to tk-ntt-event-time
           move lk-nev-step to tk-ntt-step
           move lk-nev-code to tk-ntt-code
           move ob-gwm-group to tk-ntt-group
           move ob-gwm-priority to tk-ntt-priority
           move ws-notify-timestamp(1:14) to tk-ntt-queued
           move ws-notify-timestamp(1:14) to tk-ntt-sent
           move 1 to tk-ntt-attempts
           move ws-subject to tk-ntt-subject
           move ws-body to tk-ntt-body
           move ws-notify-timestamp(1:14) to tk-ntt-state-time
           if ws-outbound-status = "00"
               set tk-ntt-queued-state to true
           else
               set tk-ntt-unsent to true
               move "OUTBOUND FILE NOT AVAILABLE" to tk-ntt-reason
           end-if

           open extend track-file
           if ws-track-status = "35"
               open output track-file
           end-if
           if ws-track-status = "00"
               write tk-notify-track
               close track-file
           end-if
           exit section.

       end program Notify.
