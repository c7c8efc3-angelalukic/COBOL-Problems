      $set sourceformat(variable)
       identification division.
       program-id. OperMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select operator-file assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select history-file assign to "operhistory.dat"
               organization is line sequential
               file status is ws-history-status.

       data division.
       file section.
       fd  operator-file.
       01  operator-line        pic x(80).

       fd  history-file.
       copy "OperHistory.cpy"  replacing ==()== by ==oh==.

       working-storage section.
       78 78-opr-max           value 200.
       78 78-change-max        value 100.
       78 78-page-size         value 10.
       01 ws-operator-status   pic x(2).
       01 ws-history-status    pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> operators.dat held whole, comment lines included, so a save
      *> writes back exactly what was read apart from the rows this
      *> session changed. A removed operator's line is blanked and
      *> left out of the save.
       01 ws-opr-count         pic 9(4) comp-x value 0.
       01 ws-opr-overflow      pic x value "N".
           88 ws-opr-overflow-yes value "Y".
       01 ws-opr-table.
           05 ws-opr-line occurs 78-opr-max.
               10 ws-opr-id         pic x(8).
               10 filler            pic x.
               10 ws-opr-letters    pic x(12).
               10 filler            pic x.
               10 ws-opr-status     pic x.
                   88 ws-opr-suspended value "S".
               10 ws-opr-rest       pic x(57).
       01 ws-opr-num           pic 9(4) comp-x.
       01 ws-opr-found         pic 9(4) comp-x.
      *> Changes made this session, written to operhistory.dat when
      *> they are saved.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-change-table.
           05 ws-change-entry occurs 78-change-max.
               10 ws-chg-action    pic x(8).
               10 ws-chg-operator  pic x(8).
               10 ws-chg-letter    pic x.
               10 ws-chg-before    pic x(23).
               10 ws-chg-after     pic x(23).
               10 ws-chg-reason    pic x(40).
       01 ws-change-num        pic 9(4) comp-x.
       01 ws-valid-letters     pic x(9) value "OWLACRSPB".
       01 ws-entry-id          pic x(8).
       01 ws-entry-letters     pic x(12).
       01 ws-entry-letter      pic x.
       01 ws-entry-reason      pic x(40).
       01 ws-new-letters       pic x(12).
       01 ws-before-image      pic x(23).
       01 ws-action            pic x(8).
       01 ws-letter-pos        pic 9(4) comp-x.
       01 ws-letter-out        pic 9(4) comp-x.
       01 ws-letter-tally      pic 9(4) comp-x.
       01 ws-letters-ok        pic x.
           88 ws-letters-ok-yes value "Y".
       01 ws-page-start        pic 9(4) comp-x value 1.
       01 ws-page-end          pic 9(4) comp-x.
       01 ws-choice            pic x value space.
       01 ws-confirm           pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-today             pic x(21).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-program-name      pic x(20) value "OperMaint".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
           move "S" to ws-op-function
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           move spaces to ws-audit-parms
           string "OP=" ws-operator
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-program-name, ws-audit-parms

           perform load-operators
           if ws-opr-overflow-yes
               display "ERROR: operators.dat holds more rows than "
                       "this screen can rewrite."
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-program-name, ws-audit-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               accept ws-choice
               evaluate ws-choice
                   when "B" when "b"
                       perform browse-operators
                   when "A" when "a"
                       perform add-operator
                   when "G" when "g"
                       perform grant-letter
                   when "R" when "r"
                       perform revoke-letter
                   when "U" when "u"
                       perform toggle-suspend
                   when "X" when "x"
                       perform remove-operator
                   when "S" when "s"
                       perform save-operators
                   when "Q" when "q"
                       perform quit-screen
                   when other
                       display "Unknown choice."
               end-evaluate
           end-perform

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-program-name, ws-audit-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       show-menu section.
           display " "
           display "B=browse  A=add operator  G=grant letter  "
                   "R=revoke letter  U=suspend/resume  X=remove"
           display "S=save  Q=quit"
           display "Choice: " with no advancing
           exit section.

       load-operators section.
           move 0 to ws-opr-count
           open input operator-file
           if ws-operator-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read operator-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if operator-line not = spaces
                           if ws-opr-count = 78-opr-max
                               set ws-opr-overflow-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-opr-count
                               move operator-line
                                   to ws-opr-line(ws-opr-count)
                           end-if
                       end-if
               end-read
           end-perform
           close operator-file
           exit section.

       browse-operators section.
           if ws-opr-count = 0
               display "operators.dat is empty."
               exit section
           end-if
           if ws-page-start > ws-opr-count
               move 1 to ws-page-start
           end-if
           compute ws-page-end = ws-page-start + 78-page-size - 1
           if ws-page-end > ws-opr-count
               move ws-opr-count to ws-page-end
           end-if
           perform varying ws-opr-num from ws-page-start by 1
                   until ws-opr-num > ws-page-end
               if ws-opr-id(ws-opr-num)(1:1) not = "*"
                       and ws-opr-id(ws-opr-num) not = spaces
                   if ws-opr-suspended(ws-opr-num)
                       display ws-opr-id(ws-opr-num) " "
                               ws-opr-letters(ws-opr-num)
                               " SUSPENDED"
                   else
                       display ws-opr-id(ws-opr-num) " "
                               ws-opr-letters(ws-opr-num)
                               " ACTIVE"
                   end-if
               end-if
           end-perform
           add 78-page-size to ws-page-start
           exit section.

       enter-operator section.
           *> Leaves ws-opr-found on the operator's row, or zero when
           *> there is none or it is the signed-on supervisor's own -
           *> nobody changes their own authorities.
           display "Operator id: " with no advancing
           move spaces to ws-entry-id
           accept ws-entry-id
           move function upper-case(ws-entry-id) to ws-entry-id
           perform find-operator
           if ws-opr-found = 0
               display "No operator '" function trim(ws-entry-id)
                       "'."
               exit section
           end-if
           if ws-entry-id = ws-operator
               display "ERROR: you cannot change your own operator "
                       "row."
               move 0 to ws-opr-found
           end-if
           exit section.

       find-operator section.
           move 0 to ws-opr-found
           if ws-entry-id = spaces
               exit section
           end-if
           perform varying ws-opr-num from 1 by 1
                   until ws-opr-num > ws-opr-count
                      or ws-opr-found not = 0
               if ws-opr-id(ws-opr-num) = ws-entry-id
                       and ws-opr-id(ws-opr-num)(1:1) not = "*"
                   move ws-opr-num to ws-opr-found
               end-if
           end-perform
           exit section.

       check-change-room section.
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               move 0 to ws-opr-found
           end-if
           exit section.

       accept-reason section.
           display "Reason for the change: " with no advancing
           move spaces to ws-entry-reason
           accept ws-entry-reason
           if ws-entry-reason = spaces
               display "A reason is required - nothing changed."
           end-if
           exit section.

       add-operator section.
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           display "New operator id: " with no advancing
           move spaces to ws-entry-id
           accept ws-entry-id
           move function upper-case(ws-entry-id) to ws-entry-id
           if ws-entry-id = spaces or ws-entry-id(1:1) = "*"
               display "Nothing added."
               exit section
           end-if
           perform find-operator
           if ws-opr-found not = 0
               display "'" function trim(ws-entry-id)
                       "' is already on operators.dat - use G, R "
                       "or U."
               exit section
           end-if
           if ws-opr-count = 78-opr-max
               display "operators.dat is full - nothing added."
               exit section
           end-if
           display "Authority letters (any of " ws-valid-letters
                   ", blank for none): " with no advancing
           move spaces to ws-entry-letters
           accept ws-entry-letters
           move function upper-case(ws-entry-letters)
               to ws-entry-letters
           perform check-letters
           if not ws-letters-ok-yes
               exit section
           end-if
           perform accept-reason
           if ws-entry-reason = spaces
               exit section
           end-if

           add 1 to ws-opr-count
           move spaces to ws-opr-line(ws-opr-count)
           move ws-entry-id to ws-opr-id(ws-opr-count)
           move ws-new-letters to ws-opr-letters(ws-opr-count)
           move ws-opr-count to ws-opr-found
           move spaces to ws-before-image
           move "ADD" to ws-action
           move space to ws-entry-letter
           perform record-change
           display "Added (" ws-change-count " unsaved). Issue a "
                   "password through OperPassword before the "
                   "operator signs on."
           exit section.

       check-letters section.
           *> Every letter must be a known authority and appear once;
           *> ws-new-letters gets them packed to the left.
           move "Y" to ws-letters-ok
           move spaces to ws-new-letters
           move 0 to ws-letter-out
           perform varying ws-letter-pos from 1 by 1
                   until ws-letter-pos > 12
               if ws-entry-letters(ws-letter-pos:1) not = space
                   move 0 to ws-letter-tally
                   inspect ws-valid-letters tallying ws-letter-tally
                       for all ws-entry-letters(ws-letter-pos:1)
                   if ws-letter-tally = 0
                       display "'" ws-entry-letters(ws-letter-pos:1)
                               "' is not an authority letter."
                       move "N" to ws-letters-ok
                   end-if
                   move 0 to ws-letter-tally
                   inspect ws-new-letters tallying ws-letter-tally
                       for all ws-entry-letters(ws-letter-pos:1)
                   if ws-letter-tally not = 0
                       display "'" ws-entry-letters(ws-letter-pos:1)
                               "' is given twice."
                       move "N" to ws-letters-ok
                   end-if
                   add 1 to ws-letter-out
                   move ws-entry-letters(ws-letter-pos:1)
                       to ws-new-letters(ws-letter-out:1)
               end-if
           end-perform
           if not ws-letters-ok-yes
               display "Nothing changed."
           end-if
           exit section.

       accept-letter section.
           display "Authority letter (one of " ws-valid-letters
                   "): " with no advancing
           move space to ws-entry-letter
           accept ws-entry-letter
           move function upper-case(ws-entry-letter)
               to ws-entry-letter
           move 0 to ws-letter-tally
           if ws-entry-letter not = space
               inspect ws-valid-letters tallying ws-letter-tally
                   for all ws-entry-letter
           end-if
           if ws-letter-tally = 0
               display "Not an authority letter - nothing changed."
               move space to ws-entry-letter
           end-if
           exit section.

       grant-letter section.
           perform enter-operator
           if ws-opr-found = 0
               exit section
           end-if
           perform check-change-room
           if ws-opr-found = 0
               exit section
           end-if
           perform accept-letter
           if ws-entry-letter = space
               exit section
           end-if
           move 0 to ws-letter-tally
           inspect ws-opr-letters(ws-opr-found) tallying
               ws-letter-tally for all ws-entry-letter
           if ws-letter-tally not = 0
               display "'" function trim(ws-entry-id)
                       "' already holds " ws-entry-letter "."
               exit section
           end-if
           if ws-opr-letters(ws-opr-found)(12:1) not = space
               display "'" function trim(ws-entry-id)
                       "' already holds twelve letters."
               exit section
           end-if
           perform accept-reason
           if ws-entry-reason = spaces
               exit section
           end-if

           move ws-opr-line(ws-opr-found)(1:23) to ws-before-image
           move 0 to ws-letter-out
           perform varying ws-letter-pos from 1 by 1
                   until ws-letter-pos > 12 or ws-letter-out not = 0
               if ws-opr-letters(ws-opr-found)(ws-letter-pos:1)
                       = space
                   move ws-letter-pos to ws-letter-out
               end-if
           end-perform
           move ws-entry-letter
               to ws-opr-letters(ws-opr-found)(ws-letter-out:1)
           move "GRANT" to ws-action
           perform record-change
           display "Granted (" ws-change-count " unsaved)."
           exit section.

       revoke-letter section.
           perform enter-operator
           if ws-opr-found = 0
               exit section
           end-if
           perform check-change-room
           if ws-opr-found = 0
               exit section
           end-if
           perform accept-letter
           if ws-entry-letter = space
               exit section
           end-if
           move 0 to ws-letter-tally
           inspect ws-opr-letters(ws-opr-found) tallying
               ws-letter-tally for all ws-entry-letter
           if ws-letter-tally = 0
               display "'" function trim(ws-entry-id)
                       "' does not hold " ws-entry-letter "."
               exit section
           end-if
           perform accept-reason
           if ws-entry-reason = spaces
               exit section
           end-if

           move ws-opr-line(ws-opr-found)(1:23) to ws-before-image
           move spaces to ws-new-letters
           move 0 to ws-letter-out
           perform varying ws-letter-pos from 1 by 1
                   until ws-letter-pos > 12
               if ws-opr-letters(ws-opr-found)(ws-letter-pos:1)
                       not = space
                   and ws-opr-letters(ws-opr-found)(ws-letter-pos:1)
                       not = ws-entry-letter
                   add 1 to ws-letter-out
                   move ws-opr-letters(ws-opr-found)(ws-letter-pos:1)
                       to ws-new-letters(ws-letter-out:1)
               end-if
           end-perform
           move ws-new-letters to ws-opr-letters(ws-opr-found)
           move "REVOKE" to ws-action
           perform record-change
           display "Revoked (" ws-change-count " unsaved)."
           exit section.

       toggle-suspend section.
           perform enter-operator
           if ws-opr-found = 0
               exit section
           end-if
           perform check-change-room
           if ws-opr-found = 0
               exit section
           end-if
           if ws-opr-suspended(ws-opr-found)
               display "Resume '" function trim(ws-entry-id)
                       "' (Y/N)? " with no advancing
           else
               display "Suspend '" function trim(ws-entry-id)
                       "'? Every authority is withheld until it is "
                       "resumed (Y/N) " with no advancing
           end-if
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not changed."
               exit section
           end-if
           perform accept-reason
           if ws-entry-reason = spaces
               exit section
           end-if

           move ws-opr-line(ws-opr-found)(1:23) to ws-before-image
           if ws-opr-suspended(ws-opr-found)
               move space to ws-opr-status(ws-opr-found)
               move "RESUME" to ws-action
           else
               move "S" to ws-opr-status(ws-opr-found)
               move "SUSPEND" to ws-action
           end-if
           move space to ws-entry-letter
           perform record-change
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       remove-operator section.
           perform enter-operator
           if ws-opr-found = 0
               exit section
           end-if
           perform check-change-room
           if ws-opr-found = 0
               exit section
           end-if
           display "Remove '" function trim(ws-entry-id)
                   "' and its password for good (Y/N)? "
                   with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not changed."
               exit section
           end-if
           perform accept-reason
           if ws-entry-reason = spaces
               exit section
           end-if

           move ws-opr-line(ws-opr-found)(1:23) to ws-before-image
           move spaces to ws-opr-line(ws-opr-found)
           move "REMOVE" to ws-action
           move space to ws-entry-letter
           perform record-change
           display "Removed (" ws-change-count " unsaved)."
           exit section.

       record-change section.
           add 1 to ws-change-count
           move ws-action to ws-chg-action(ws-change-count)
           move ws-entry-id to ws-chg-operator(ws-change-count)
           move ws-entry-letter to ws-chg-letter(ws-change-count)
           move ws-before-image to ws-chg-before(ws-change-count)
           move ws-opr-line(ws-opr-found)(1:23)
               to ws-chg-after(ws-change-count)
           move ws-entry-reason to ws-chg-reason(ws-change-count)
           exit section.

       save-operators section.
           if ws-change-count = 0
               display "No changes to save."
               exit section
           end-if
           open output operator-file
           perform varying ws-opr-num from 1 by 1
                   until ws-opr-num > ws-opr-count
               if ws-opr-line(ws-opr-num) not = spaces
                   move ws-opr-line(ws-opr-num) to operator-line
                   write operator-line
               end-if
           end-perform
           close operator-file

           perform write-history
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
               if ws-chg-action(ws-change-num) = "REMOVE"
                   call "opdropsecurity"
                       using ws-chg-operator(ws-change-num)
               end-if
           end-perform
           add ws-change-count to ws-audit-count
           display ws-change-count " change(s) saved to "
                   "operators.dat."
           move 0 to ws-change-count
           exit section.

       write-history section.
           move function current-date to ws-today
           open extend history-file
           if ws-history-status = "35"
               open output history-file
           end-if
           if ws-history-status not = "00"
               display "WARNING: operhistory.dat unavailable ("
                       ws-history-status ") - changes not recorded."
               exit section
           end-if
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
               move spaces to oh-history-record
               move ws-today(1:8) to oh-his-date
               move ws-today(9:6) to oh-his-time
               move ws-chg-action(ws-change-num) to oh-his-action
               move ws-chg-operator(ws-change-num) to oh-his-operator
               move ws-operator to oh-his-by
               move ws-chg-letter(ws-change-num) to oh-his-letter
               move ws-chg-before(ws-change-num) to oh-his-before
               move ws-chg-after(ws-change-num) to oh-his-after
               move ws-chg-reason(ws-change-num) to oh-his-reason
               write oh-history-record
           end-perform
           close history-file
           exit section.

       quit-screen section.
           if ws-change-count not = 0
               display ws-change-count " unsaved change(s) will be "
                       "lost - quit anyway (Y/N)? " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or "y"
                   set ws-done-yes to true
               end-if
           else
               set ws-done-yes to true
           end-if
           exit section.

       end program OperMaint.
