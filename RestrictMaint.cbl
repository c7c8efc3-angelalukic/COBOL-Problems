      $set sourceformat(variable)
       identification division.
       program-id. RestrictMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select restrict-file assign to dynamic ws-restrict-name
               organization is line sequential
               file status is ws-restrict-status.
           select journal-file assign to dynamic ws-journal-name
               organization is line sequential
               file status is ws-journal-status.

       data division.
       file section.
       fd  restrict-file.
       01  restrict-record      pic x(80).

       fd  journal-file.
       01  journal-record.
           05 jnl-date           pic x(8).
           05 filler             pic x value space.
           05 jnl-time           pic x(6).
           05 filler             pic x value space.
           05 jnl-operator       pic x(8).
           05 filler             pic x value space.
           05 jnl-action         pic x(8).
           05 filler             pic x value space.
           05 jnl-before         pic x(55).
           05 filler             pic x value space.
           05 jnl-after          pic x(55).

       working-storage section.
       78 78-restrict-max      value 500.
       78 78-change-max        value 100.
      *> restrictedwords.dat held whole, comment lines included, so a
      *> save writes the file back exactly as it was apart from the
      *> rows this session touched. A deleted row is blanked and left
      *> out of the save; its image stays on restrictjournal.dat.
       01 ws-restrict-count    pic 9(4) comp-x value 0.
       01 ws-restrict-overflow pic x value "N".
           88 ws-restrict-overflow-yes value "Y".
       01 ws-restrict-table.
           05 ws-restrict-line occurs 78-restrict-max.
               10 ws-rst-pattern    pic x(20).
               10 filler            pic x.
               10 ws-rst-match      pic x.
               10 filler            pic x.
               10 ws-rst-action     pic x.
               10 filler            pic x.
               10 ws-rst-reason     pic x(30).
               10 ws-rst-rest       pic x(25).
       01 ws-restrict-num      pic 9(4) comp-x.
       01 ws-restrict-found    pic 9(4) comp-x.
      *> Changes made this session, journalled when they are saved.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-change-table.
           05 ws-change-entry occurs 78-change-max.
               10 ws-chg-action    pic x(8).
               10 ws-chg-before    pic x(55).
               10 ws-chg-after     pic x(55).
       01 ws-change-num        pic 9(4) comp-x.
       01 ws-entry-pattern     pic x(20).
       01 ws-entry-match       pic x.
           88 ws-entry-match-ok value "E", "C", "W", "B".
           88 ws-entry-wild     value "W", "B".
       01 ws-entry-action      pic x.
           88 ws-entry-action-ok value "B", "F".
       01 ws-entry-reason      pic x(30).
       01 ws-before-image      pic x(55).
       01 ws-pattern-len       pic 9(4) comp-x.
       01 ws-pattern-pos       pic 9(4) comp-x.
       01 ws-pattern-tally     pic 9(4) comp-x.
       01 ws-pattern-ok        pic x.
           88 ws-pattern-ok-yes value "Y".
       01 ws-match-text        pic x(15).
       01 ws-action-text       pic x(5).
       01 ws-choice            pic x value space.
       01 ws-confirm           pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-today             pic x(21).
       01 ws-restrict-status   pic x(2).
       01 ws-journal-status    pic x(2).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-restrict-name     pic x(45).
       01 ws-journal-name      pic x(45).
       01 ws-program-name      pic x(20) value "RestrictMaint".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           move "restrictedwords.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-restrict-name
           move "restrictjournal.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-journal-name

           display "Operator id: " with no advancing
           accept ws-operator
           move "B" to ws-op-function
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

           perform load-restricted
           if ws-restrict-overflow-yes
               display "ERROR: restrictedwords.dat holds more rows "
                       "than this screen can rewrite - maintain it "
                       "in smaller files."
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-program-name, ws-audit-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if
           display "Restricted-word maintenance - changes apply to "
                   "runs started after they are saved."

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               accept ws-choice
               evaluate ws-choice
                   when "V" when "v"
                       perform browse-restricted
                   when "A" when "a"
                       perform add-restricted-row
                   when "D" when "d"
                       perform delete-restricted-row
                   when "S" when "s"
                       perform save-restricted
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
           display "V=view list  A=add/change row  D=delete row  "
                   "S=save  Q=quit"
           display "Choice: " with no advancing
           exit section.

       load-restricted section.
           move 0 to ws-restrict-count
           open input restrict-file
           if ws-restrict-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read restrict-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if restrict-record not = spaces
                           if ws-restrict-count = 78-restrict-max
                               set ws-restrict-overflow-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-restrict-count
                               move restrict-record
                                   to ws-restrict-line(ws-restrict-count)
                           end-if
                       end-if
               end-read
           end-perform
           close restrict-file
           exit section.

       browse-restricted section.
           perform varying ws-restrict-num from 1 by 1
                   until ws-restrict-num > ws-restrict-count
               if ws-rst-pattern(ws-restrict-num) not = spaces
                       and ws-rst-pattern(ws-restrict-num)(1:1)
                           not = "*"
                   perform describe-row
                   display ws-rst-pattern(ws-restrict-num) " "
                           ws-match-text " " ws-action-text " "
                           ws-rst-reason(ws-restrict-num)
               end-if
           end-perform
           exit section.

       describe-row section.
           evaluate ws-rst-match(ws-restrict-num)
               when "E" move "exact"          to ws-match-text
               when "C" move "case-folded"    to ws-match-text
               when "W" move "wildcard"       to ws-match-text
               when "B" move "folded wildcard" to ws-match-text
               when other move "?" to ws-match-text
           end-evaluate
           if ws-rst-action(ws-restrict-num) = "F"
               move "FLAG" to ws-action-text
           else
               move "BLOCK" to ws-action-text
           end-if
           exit section.

       add-restricted-row section.
           *> Adds the row for a pattern, or changes the match type,
           *> action or reason of the pattern's existing row.
           display "Word or pattern: " with no advancing
           move spaces to ws-entry-pattern
           accept ws-entry-pattern
           if ws-entry-pattern = spaces
               display "Nothing added."
               exit section
           end-if
           display "Match (E=exact, C=case-folded, W=wildcard, "
                   "B=folded wildcard): " with no advancing
           move space to ws-entry-match
           accept ws-entry-match
           move function upper-case(ws-entry-match) to ws-entry-match
           if not ws-entry-match-ok
               display "Match type must be E, C, W or B - nothing "
                       "changed."
               exit section
           end-if
           perform check-pattern
           if not ws-pattern-ok-yes
               exit section
           end-if
           display "Action (B=block, F=flag): " with no advancing
           move space to ws-entry-action
           accept ws-entry-action
           move function upper-case(ws-entry-action)
               to ws-entry-action
           if not ws-entry-action-ok
               display "Action must be B or F - nothing changed."
               exit section
           end-if
           display "Reason: " with no advancing
           move spaces to ws-entry-reason
           accept ws-entry-reason
           if ws-entry-reason = spaces
               display "A reason is required - nothing changed."
               exit section
           end-if
           move function upper-case(ws-entry-reason)
               to ws-entry-reason

           perform find-restricted
           if ws-restrict-found = 0
                   and ws-restrict-count = 78-restrict-max
               display "restrictedwords.dat is full - nothing added."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           if ws-restrict-found = 0
               display "Add '" function trim(ws-entry-pattern)
                       "' (Y/N)? " with no advancing
           else
               move ws-restrict-found to ws-restrict-num
               perform describe-row
               display "Now " function trim(ws-match-text) " "
                       ws-action-text " "
                       function trim(ws-rst-reason(ws-restrict-num))
                       " - change (Y/N)? " with no advancing
           end-if
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not changed."
               exit section
           end-if

           add 1 to ws-change-count
           if ws-restrict-found = 0
               add 1 to ws-restrict-count
               move ws-restrict-count to ws-restrict-found
               move spaces to ws-restrict-line(ws-restrict-found)
               move spaces to ws-chg-before(ws-change-count)
               move "ADD" to ws-chg-action(ws-change-count)
           else
               move ws-restrict-line(ws-restrict-found)(1:55)
                   to ws-chg-before(ws-change-count)
               move "CHANGE" to ws-chg-action(ws-change-count)
           end-if
           move ws-entry-pattern to ws-rst-pattern(ws-restrict-found)
           move ws-entry-match to ws-rst-match(ws-restrict-found)
           move ws-entry-action to ws-rst-action(ws-restrict-found)
           move ws-entry-reason to ws-rst-reason(ws-restrict-found)
           move ws-restrict-line(ws-restrict-found)(1:55)
               to ws-chg-after(ws-change-count)
           display "Saved on screen (" ws-change-count " unsaved)."
           exit section.

       check-pattern section.
           *> Screening compares whole words, split at spaces and
           *> punctuation, so a pattern carrying either could never
           *> match. "?" and a trailing "*" are wildcards, and only
           *> in a wildcard row; a leading "*" is a comment line.
           move "Y" to ws-pattern-ok
           compute ws-pattern-len =
                   function length(function trim(ws-entry-pattern))
           if ws-entry-pattern(1:1) = space
                   or ws-entry-pattern(1:1) = "*"
               display "The pattern must start with a letter or "
                       "digit - nothing changed."
               move "N" to ws-pattern-ok
               exit section
           end-if
           move 0 to ws-pattern-tally
           inspect ws-entry-pattern(1:ws-pattern-len) tallying
               ws-pattern-tally for all space
                                all "," all "." all ";" all ":"
                                all "!" all """" all "(" all ")"
                                all "/"
           if ws-pattern-tally not = 0
               display "One word only, without punctuation - "
                       "nothing changed."
               move "N" to ws-pattern-ok
               exit section
           end-if
           move 0 to ws-pattern-tally
           inspect ws-entry-pattern(1:ws-pattern-len) tallying
               ws-pattern-tally for all "?" all "*"
           if ws-pattern-tally not = 0 and not ws-entry-wild
               display "? and * are wildcards - use match W or B "
                       "- nothing changed."
               move "N" to ws-pattern-ok
               exit section
           end-if
           move 0 to ws-pattern-tally
           if ws-pattern-len > 1
               inspect ws-entry-pattern(1:ws-pattern-len - 1)
                   tallying ws-pattern-tally for all "*"
           end-if
           if ws-pattern-tally not = 0
               display "* may only end a pattern - nothing changed."
               move "N" to ws-pattern-ok
           end-if
           exit section.

       delete-restricted-row section.
           display "Word or pattern whose row to delete: "
                   with no advancing
           move spaces to ws-entry-pattern
           accept ws-entry-pattern
           perform find-restricted
           if ws-restrict-found = 0
               display "No row for '" function trim(ws-entry-pattern)
                       "'."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           display "Delete '" function trim(ws-entry-pattern)
                   "' - it will no longer be screened (Y/N)? "
                   with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not deleted."
               exit section
           end-if
           add 1 to ws-change-count
           move "DELETE" to ws-chg-action(ws-change-count)
           move ws-restrict-line(ws-restrict-found)(1:55)
               to ws-chg-before(ws-change-count)
           move spaces to ws-chg-after(ws-change-count)
           move spaces to ws-restrict-line(ws-restrict-found)
           display "Deleted (" ws-change-count " unsaved)."
           exit section.

       find-restricted section.
           move 0 to ws-restrict-found
           perform varying ws-restrict-num from 1 by 1
                   until ws-restrict-num > ws-restrict-count
                      or ws-restrict-found not = 0
               if ws-rst-pattern(ws-restrict-num) = ws-entry-pattern
                       and ws-entry-pattern(1:1) not = "*"
                       and ws-entry-pattern not = spaces
                   move ws-restrict-num to ws-restrict-found
               end-if
           end-perform
           exit section.

       save-restricted section.
           if ws-change-count = 0
               display "No changes to save."
               exit section
           end-if
           open output restrict-file
           perform varying ws-restrict-num from 1 by 1
                   until ws-restrict-num > ws-restrict-count
               if ws-restrict-line(ws-restrict-num) not = spaces
                   move ws-restrict-line(ws-restrict-num)
                       to restrict-record
                   write restrict-record
               end-if
           end-perform
           close restrict-file

           perform write-journal
           add ws-change-count to ws-audit-count
           display ws-change-count " change(s) saved to "
                   "restrictedwords.dat."
           move 0 to ws-change-count
           exit section.

       write-journal section.
           move function current-date to ws-today
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               display "WARNING: restrictjournal.dat unavailable ("
                       ws-journal-status ") - changes not journalled."
               exit section
           end-if
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
               move spaces to journal-record
               move ws-today(1:8) to jnl-date
               move ws-today(9:6) to jnl-time
               move ws-operator to jnl-operator
               move ws-chg-action(ws-change-num) to jnl-action
               move ws-chg-before(ws-change-num) to jnl-before
               move ws-chg-after(ws-change-num) to jnl-after
               write journal-record
           end-perform
           close journal-file
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

       end program RestrictMaint.
