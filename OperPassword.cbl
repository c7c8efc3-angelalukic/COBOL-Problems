      $set sourceformat(variable)
       identification division.
       program-id. OperPassword.

       data division.
       working-storage section.
       01 ws-choice            pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-operator          pic x(8) value spaces.
       01 ws-target            pic x(8) value spaces.
       01 ws-op-function       pic x value space.
       01 ws-op-result         pic 9(4).
       01 ws-change-result     pic 9(4).
       01 ws-program-name      pic x(20) value "OperPassword".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           *> Any operator may change their own password here; issuing
           *> a temporary password and unlocking a locked id are for
           *> supervisors (S) and never for one's own id.
           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           move spaces to ws-audit-parms
           string "OP=" function trim(ws-operator)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-program-name, ws-audit-parms

           move "N" to ws-done
           perform until ws-done-yes
               display " "
               display "C=change my password  I=issue a temporary "
                       "password  U=unlock an id  Q=quit"
               display "Choice: " with no advancing
               move space to ws-choice
               accept ws-choice
               evaluate ws-choice
                   when "C" when "c"
                       call "opchangepassword" using ws-operator,
                                                     ws-change-result
                       if ws-change-result = 0
                           add 1 to ws-audit-count
                       end-if
                   when "I" when "i"
                       perform issue-password
                   when "U" when "u"
                       perform unlock-operator
                   when "Q" when "q"
                       set ws-done-yes to true
                   when other
                       display "Unknown choice."
               end-evaluate
           end-perform

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-program-name, ws-audit-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       check-supervisor section.
           move "S" to ws-op-function
           call "opcheck" using ws-operator, ws-op-function,
                                ws-op-result
           exit section.

       enter-target section.
           display "Operator id: " with no advancing
           move spaces to ws-target
           accept ws-target
           move function upper-case(ws-target) to ws-target
           exit section.

       issue-password section.
           perform check-supervisor
           if ws-op-result not = 0
               exit section
           end-if
           perform enter-target
           if ws-target = spaces
               exit section
           end-if
           call "opissuepassword" using ws-operator, ws-target,
                                        ws-change-result
           if ws-change-result = 0
               add 1 to ws-audit-count
           end-if
           exit section.

       unlock-operator section.
           perform check-supervisor
           if ws-op-result not = 0
               exit section
           end-if
           perform enter-target
           if ws-target = spaces
               exit section
           end-if
           if ws-target = ws-operator
               display "ERROR: a supervisor cannot unlock their own "
                       "id."
               exit section
           end-if
           call "opunlock" using ws-operator, ws-target,
                                 ws-change-result
           if ws-change-result = 0
               add 1 to ws-audit-count
           end-if
           exit section.

       end program OperPassword.
