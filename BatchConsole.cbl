           select hold-file assign to dynamic ws-hold-name
               organization is line sequential
               file status is ws-hold-status.
           select arrival-file assign to dynamic ws-arrival-name
               organization is line sequential
               file status is ws-arrival-status.

       data division.
       file section.
       fd  hold-file.
       01  hold-record             pic x(80).

       fd  arrival-file.
       copy "ArrivalStatus.cpy" replacing ==()== by ==arr==.

       working-storage section.
       78 78-alert-window      value 5.
       01 ws-lock-status       pic x(2).
       01 ws-window-status     pic x(2).
       01 ws-summary-status    pic x(2).
       01 ws-hold-status       pic x(2).
       01 ws-arrival-status    pic x(2).
       01 ws-today             pic x(21).
       01 ws-resolve-base      pic x(45).
       01 ws-lock-name         pic x(45).
       01 ws-window-name       pic x(45).
       01 ws-summary-name      pic x(45).
       01 ws-hold-name         pic x(45).
       01 ws-arrival-name      pic x(45).
       01 ws-arrival-eof       pic x value "N".
           88 ws-arrival-eof-yes value "Y".
       01 ws-arrival-open      pic 9(4) value 0.
       01 ws-checkpoint-step   pic x(20).
       01 ws-alert-eof         pic x value "N".
           88 ws-alert-eof-yes value "Y".
       01 ws-summary-eof       pic x value "N".
           88 ws-summary-eof-yes value "Y".
       01 ws-alert-total       pic 9(9) value 0.
       01 ws-retry-total       pic 9(4) value 0.
       01 ws-retry-latest      pic x(80).
       01 ws-alert-ring.
           05 ws-alert-slot occurs 78-alert-window pic x(120).
       01 ws-alert-next        pic 9(4) comp-x value 1.
       01 ws-choice            pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x value space.
       01 ws-op-result         pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.
           call "resolvename" using ws-resolve-base, ws-summary-name
           move "batchhold.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-hold-name
           move "arrivalstatus.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-arrival-name

           display "Batch operations console."
           *> No authority letter gates the console, but a hold stops
           *> the chain, so whoever sits here signs on.
           display "Operator id: " with no advancing
           accept ws-operator
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if
           perform show-status

           move "N" to ws-done
           perform show-lock
           perform show-hold
           perform show-checkpoint
           perform show-arrivals
           perform show-alerts
           perform show-window
           perform show-verdict
           end-if
           exit section.

       show-arrivals section.
           *> ArrivalWatch rewrites this after every look at the
           *> inputs: list the files still waiting and those that
           *> missed their cut-off; arrived ones are only counted.
           open input arrival-file
           if ws-arrival-status not = "00"
               display "Arrivals:   no arrival status on file."
               exit section
           end-if
           move 0 to ws-arrival-open
           move "N" to ws-arrival-eof
           perform until ws-arrival-eof-yes
               read arrival-file
                   at end
                       set ws-arrival-eof-yes to true
                   not at end
                       if arr-arv-file not = spaces
                               and not arr-arv-arrived
                           add 1 to ws-arrival-open
                           if ws-arrival-open = 1
                               display "Arrivals:   inputs not "
                                       "complete:"
                           end-if
                           display "  " arr-arv-file " "
                                   arr-arv-state " CUT-OFF "
                                   arr-arv-cutoff " RULE "
                                   arr-arv-rule " "
                                   function trim(arr-arv-note)
                                   " (looked " arr-arv-checked(9:6)
                                   ")"
                       end-if
               end-read
           end-perform
           close arrival-file
           if ws-arrival-open = 0
               display "Arrivals:   every scheduled input complete."
           end-if
           exit section.

       show-alerts section.
           *> Keep only the newest few alert records - the file is
           *> append-only, so a small ring over one pass gives the
               exit section
           end-if
           display "Last run window report:"
           move 0 to ws-retry-total
           move spaces to ws-retry-latest
           move "N" to ws-window-eof
           perform until ws-window-eof-yes
               read window-report
                       if window-line not = spaces
                           display "  " window-line
                       end-if
                       *> Each retry the driver's policy made, and
                       *> whether the step came through in the end.
                       if window-line(1:6) = "RETRY "
                               and window-line(1:9) not = "RETRY OK "
                           add 1 to ws-retry-total
                       end-if
                       if window-line(1:5) = "RETRY"
                               or window-line(1:16)
                                  = "RETRIES USED UP "
                           move window-line to ws-retry-latest
                       end-if
               end-read
           end-perform
           close window-report
           if ws-retry-total not = 0
               display "Retries:    " ws-retry-total " attempt(s) - "
                       "latest: " function trim(ws-retry-latest)
           end-if
           exit section.

       show-verdict section.
