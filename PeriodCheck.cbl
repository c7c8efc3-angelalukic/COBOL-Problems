      $set sourceformat(variable)
       identification division.
       program-id. PeriodCheck.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select period-file assign to dynamic ws-period-name
               organization is line sequential
               file status is ws-period-status.

       data division.
       file section.
       fd  period-file.
       copy "PeriodControl.cpy" replacing ==()== by ==pc==.

       working-storage section.
      *> periodcontrol.dat is read afresh on every call - a close or
      *> reopen made while a long job is running is seen by its next
      *> posting step - and the latest row for the period decides.
       01 ws-period-name       pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-period-status     pic x(2).
       01 ws-period-eof        pic x value "N".
           88 ws-period-eof-yes value "Y".
       01 ws-latest-action     pic x(6).
           88 ws-latest-closed value "CLOSED".
       01 ws-latest-date       pic x(8).
       01 ws-latest-operator   pic x(8).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-period            pic 9(6).
       01 lk-result            pic 9(4).
       01 lk-reason            pic x(60).

       procedure division.

           entry "periodcheck" using lk-period, lk-result, lk-reason
               *> Asked before anything posts Problem3 results into a
               *> month: rerun-blocked, with who closed it and when,
               *> if PeriodClose has closed the month and no
               *> supervisor has reopened it since.
               move 78-ec-ok to lk-result
               move spaces to lk-reason
               move spaces to ws-latest-action
               move "periodcontrol.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base, ws-period-name
               open input period-file
               if ws-period-status not = "00"
                   goback
               end-if
               move "N" to ws-period-eof
               perform until ws-period-eof-yes
                   read period-file
                       at end
                           set ws-period-eof-yes to true
                       not at end
                           if pc-pct-period-x(1:1) not = "*"
                                   and pc-pct-period-x is numeric
                                   and pc-pct-period = lk-period
                               move pc-pct-action to ws-latest-action
                               move pc-pct-date to ws-latest-date
                               move pc-pct-operator
                                   to ws-latest-operator
                           end-if
                   end-read
               end-perform
               close period-file
               if ws-latest-closed
                   move 78-ec-rerun-blocked to lk-result
                   string "PERIOD " lk-period " CLOSED ON "
                          ws-latest-date " BY "
                          function trim(ws-latest-operator)
                          delimited by size into lk-reason
                   end-string
               end-if
               goback.

       end program PeriodCheck.
