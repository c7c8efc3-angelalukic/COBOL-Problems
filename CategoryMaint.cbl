      $set sourceformat(variable)
       identification division.
       program-id. CategoryMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select category-file assign to dynamic ws-categories-name
               organization is line sequential
               file status is ws-category-status.
           select except-file assign to dynamic ws-except-name
               organization is line sequential
               file status is ws-except-status.
           select enriched-file assign to dynamic ws-enriched-name
               organization is line sequential
               file status is ws-enriched-status.
           select journal-file assign to dynamic ws-journal-name
               organization is line sequential
               file status is ws-journal-status.

       data division.
       file section.
       fd  category-file.
       01  category-record.
           05 ref-word           pic x(20).
           05 filler             pic x.
           05 ref-category       pic x(10).
           05 filler             pic x.
           05 ref-status         pic x.
           05 filler             pic x(47).

       fd  except-file.
       01  except-record        pic x(20).

       fd  enriched-file.
       01  enriched-record.
           05 enr-position       pic 9(5).
           05 filler             pic x.
           05 enr-word           pic x(20).
           05 filler             pic x.
           05 enr-category       pic x(10).

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
           05 jnl-word           pic x(20).
           05 filler             pic x value space.
           05 jnl-old-category   pic x(10).
           05 filler             pic x value space.
           05 jnl-new-category   pic x(10).
           05 filler             pic x value space.
           05 jnl-affected       pic 9(6).

       working-storage section.
       78 78-ref-max           value 500.
       78 78-except-max        value 1000.
       78 78-change-max        value 100.
       78 78-page-size         value 10.
       01 ws-category-status   pic x(2).
       01 ws-except-status     pic x(2).
       01 ws-enriched-status   pic x(2).
       01 ws-journal-status    pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> wordcategories.dat held whole, comment lines included, so a
      *> save writes the file back exactly as it was apart from the
      *> rows this session touched. A retired row stays on the file
      *> with R in column 33; WordCategory no longer joins on it.
       01 ws-ref-count         pic 9(4) comp-x value 0.
       01 ws-ref-overflow      pic x value "N".
           88 ws-ref-overflow-yes value "Y".
       01 ws-ref-table.
           05 ws-ref-line occurs 78-ref-max.
               10 ws-ref-word      pic x(20).
               10 filler           pic x.
               10 ws-ref-cat       pic x(10).
               10 filler           pic x.
               10 ws-ref-status    pic x.
                   88 ws-ref-retired value "R".
               10 ws-ref-rest      pic x(47).
       01 ws-ref-num           pic 9(4) comp-x.
       01 ws-ref-found         pic 9(4) comp-x.
       01 ws-except-count      pic 9(4) comp-x value 0.
       01 ws-except-table.
           05 ws-except-word occurs 78-except-max pic x(20).
       01 ws-except-num        pic 9(4) comp-x.
       01 ws-except-display    pic 9(4).
       01 ws-page-start        pic 9(4) comp-x value 1.
       01 ws-page-end          pic 9(4) comp-x.
      *> Changes made this session, journalled when they are saved.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-change-table.
           05 ws-change-entry occurs 78-change-max.
               10 ws-chg-action    pic x(8).
               10 ws-chg-word      pic x(20).
               10 ws-chg-old       pic x(10).
               10 ws-chg-new       pic x(10).
               10 ws-chg-affected  pic 9(6).
       01 ws-change-num        pic 9(4) comp-x.
       01 ws-entry-word        pic x(20).
       01 ws-entry-category    pic x(10).
       01 ws-entry-number      pic x(4).
       01 ws-old-category      pic x(10).
       01 ws-affected-count    pic 9(6).
       01 ws-choice            pic x value space.
       01 ws-confirm           pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-today             pic x(21).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-categories-name   pic x(45).
       01 ws-except-name       pic x(45).
       01 ws-enriched-name     pic x(45).
       01 ws-journal-name      pic x(45).
       01 ws-program-name      pic x(20) value "CategoryMaint".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           move "wordcategories.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-categories-name
           move "wordcategory_except.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-except-name
           move "wordlist_enriched.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-enriched-name
           move "categoryjournal.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-journal-name

           display "Operator id: " with no advancing
           accept ws-operator
           move "C" to ws-op-function
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

           perform load-categories
           if ws-ref-overflow-yes
               display "ERROR: wordcategories.dat holds more rows "
                       "than this screen can rewrite - maintain it "
                       "in smaller files."
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-program-name, ws-audit-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if
           perform load-exceptions
           display "Category maintenance - " ws-except-count
                   " uncategorized word(s) on the worklist."

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               accept ws-choice
               evaluate ws-choice
                   when "W" when "w"
                       perform browse-worklist
                   when "V" when "v"
                       perform browse-categories
                   when "A" when "a"
                       perform assign-from-worklist
                   when "N" when "n"
                       perform add-reference-row
                   when "R" when "r"
                       perform retire-reference-row
                   when "S" when "s"
                       perform save-categories
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
           display "W=worklist  V=view categories  A=assign from "
                   "worklist  N=add/change row  R=retire row"
           display "S=save  Q=quit"
           display "Choice: " with no advancing
           exit section.

       load-categories section.
           move 0 to ws-ref-count
           open input category-file
           if ws-category-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read category-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if category-record not = spaces
                           if ws-ref-count = 78-ref-max
                               set ws-ref-overflow-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-ref-count
                               move category-record
                                   to ws-ref-line(ws-ref-count)
                           end-if
                       end-if
               end-read
           end-perform
           close category-file
           exit section.

       load-exceptions section.
           move 0 to ws-except-count
           open input except-file
           if ws-except-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
                      or ws-except-count = 78-except-max
               read except-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if except-record not = spaces
                               and not (except-record(1:3) = "TRL"
                                   and except-record(4:16) is numeric)
                           add 1 to ws-except-count
                           move except-record
                               to ws-except-word(ws-except-count)
                       end-if
               end-read
           end-perform
           close except-file
           exit section.

       browse-worklist section.
           *> A word this session has already categorized stays on
           *> the list, marked, until the next WordCategory run
           *> takes it off.
           if ws-except-count = 0
               display "The exceptions worklist is empty."
               exit section
           end-if
           if ws-page-start > ws-except-count
               move 1 to ws-page-start
           end-if
           compute ws-page-end = ws-page-start + 78-page-size - 1
           if ws-page-end > ws-except-count
               move ws-except-count to ws-page-end
           end-if
           perform varying ws-except-num from ws-page-start by 1
                   until ws-except-num > ws-page-end
               move ws-except-num to ws-except-display
               move ws-except-word(ws-except-num) to ws-entry-word
               perform find-reference
               if ws-ref-found not = 0
                       and not ws-ref-retired(ws-ref-found)
                   display ws-except-display ": " ws-entry-word
                           " -> " ws-ref-cat(ws-ref-found)
               else
                   display ws-except-display ": " ws-entry-word
               end-if
           end-perform
           add 78-page-size to ws-page-start
           exit section.

       browse-categories section.
           perform varying ws-ref-num from 1 by 1
                   until ws-ref-num > ws-ref-count
               if ws-ref-word(ws-ref-num)(1:1) not = "*"
                       and not (ws-ref-word(ws-ref-num)(1:3) = "TRL"
                           and ws-ref-line(ws-ref-num)(4:16)
                               is numeric)
                   if ws-ref-retired(ws-ref-num)
                       display ws-ref-word(ws-ref-num) " "
                               ws-ref-cat(ws-ref-num) " (retired)"
                   else
                       display ws-ref-word(ws-ref-num) " "
                               ws-ref-cat(ws-ref-num)
                   end-if
               end-if
           end-perform
           exit section.

       assign-from-worklist section.
           display "Worklist number: " with no advancing
           accept ws-entry-number
           if function trim(ws-entry-number) not numeric
               display "Not a worklist number."
               exit section
           end-if
           compute ws-except-num =
                   function numval(ws-entry-number)
           if ws-except-num = 0 or ws-except-num > ws-except-count
               display "No such worklist entry."
               exit section
           end-if
           move ws-except-word(ws-except-num) to ws-entry-word
           display "Category for '" function trim(ws-entry-word)
                   "': " with no advancing
           accept ws-entry-category
           perform set-category
           exit section.

       add-reference-row section.
           display "Word: " with no advancing
           accept ws-entry-word
           if ws-entry-word = spaces
               display "Nothing added."
               exit section
           end-if
           display "Category: " with no advancing
           accept ws-entry-category
           perform set-category
           exit section.

       set-category section.
           *> Adds the reference row, or changes/reactivates the
           *> existing row for the word; the operator sees how many
           *> words on the current enriched file would move before
           *> confirming.
           if ws-entry-category = spaces
               display "Nothing changed - category is blank."
               exit section
           end-if
           move function upper-case(ws-entry-category)
               to ws-entry-category
           perform find-reference
           if ws-ref-found not = 0
                   and not ws-ref-retired(ws-ref-found)
               move ws-ref-cat(ws-ref-found) to ws-old-category
               if ws-old-category = ws-entry-category
                   display "'" function trim(ws-entry-word)
                           "' is already " ws-entry-category
                   exit section
               end-if
           else
               move "(none)" to ws-old-category
           end-if
           if ws-ref-found = 0 and ws-ref-count = 78-ref-max
               display "Category file is full - nothing added."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if

           perform count-affected-words
           display "'" function trim(ws-entry-word) "' "
                   function trim(ws-old-category) " -> "
                   function trim(ws-entry-category) ": "
                   ws-affected-count " word(s) would be "
                   "recategorized. Apply (Y/N)? " with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not changed."
               exit section
           end-if

           add 1 to ws-change-count
           if ws-ref-found = 0
               add 1 to ws-ref-count
               move ws-ref-count to ws-ref-found
               move spaces to ws-ref-line(ws-ref-found)
               move ws-entry-word to ws-ref-word(ws-ref-found)
               move "ADD" to ws-chg-action(ws-change-count)
           else
               if ws-ref-retired(ws-ref-found)
                   move "REACTIV" to ws-chg-action(ws-change-count)
               else
                   move "CHANGE" to ws-chg-action(ws-change-count)
               end-if
           end-if
           move ws-entry-category to ws-ref-cat(ws-ref-found)
           move space to ws-ref-status(ws-ref-found)
           move ws-entry-word to ws-chg-word(ws-change-count)
           move ws-old-category to ws-chg-old(ws-change-count)
           move ws-entry-category to ws-chg-new(ws-change-count)
           move ws-affected-count
               to ws-chg-affected(ws-change-count)
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       retire-reference-row section.
           display "Word whose row to retire: " with no advancing
           accept ws-entry-word
           perform find-reference
           if ws-ref-found = 0
               display "No category row for '"
                       function trim(ws-entry-word) "'."
               exit section
           end-if
           if ws-ref-retired(ws-ref-found)
               display "That row is already retired."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           move ws-ref-cat(ws-ref-found) to ws-old-category
           move "(none)" to ws-entry-category
           perform count-affected-words
           display "Retire '" function trim(ws-entry-word) "' "
                   function trim(ws-old-category) ": "
                   ws-affected-count " word(s) would become "
                   "uncategorized. Retire (Y/N)? " with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not retired."
               exit section
           end-if
           add 1 to ws-change-count
           move "R" to ws-ref-status(ws-ref-found)
           move "RETIRE" to ws-chg-action(ws-change-count)
           move ws-entry-word to ws-chg-word(ws-change-count)
           move ws-old-category to ws-chg-old(ws-change-count)
           move spaces to ws-chg-new(ws-change-count)
           move ws-affected-count
               to ws-chg-affected(ws-change-count)
           display "Retired (" ws-change-count " unsaved)."
           exit section.

       find-reference section.
           move 0 to ws-ref-found
           perform varying ws-ref-num from 1 by 1
                   until ws-ref-num > ws-ref-count
                      or ws-ref-found not = 0
               if ws-ref-word(ws-ref-num) = ws-entry-word
                       and ws-ref-word(ws-ref-num)(1:1) not = "*"
                   move ws-ref-num to ws-ref-found
               end-if
           end-perform
           exit section.

       count-affected-words section.
           *> Words on the last enriched file (WordCategory's output)
           *> whose category the change would move.
           move 0 to ws-affected-count
           open input enriched-file
           if ws-enriched-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read enriched-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if enr-word = ws-entry-word
                               and enr-category not = ws-entry-category
                               and not (enriched-record(1:3) = "TRL"
                                   and enriched-record(4:16)
                                       is numeric)
                           add 1 to ws-affected-count
                       end-if
               end-read
           end-perform
           close enriched-file
           exit section.

       save-categories section.
           if ws-change-count = 0
               display "No changes to save."
               exit section
           end-if
           open output category-file
           perform varying ws-ref-num from 1 by 1
                   until ws-ref-num > ws-ref-count
               move ws-ref-line(ws-ref-num) to category-record
               write category-record
           end-perform
           close category-file

           perform write-journal
           add ws-change-count to ws-audit-count
           display ws-change-count " change(s) saved to "
                   "wordcategories.dat; they take effect at the "
                   "next WordCategory run."
           move 0 to ws-change-count
           exit section.

       write-journal section.
           move function current-date to ws-today
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               display "WARNING: categoryjournal.dat unavailable ("
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
               move ws-chg-word(ws-change-num) to jnl-word
               move ws-chg-old(ws-change-num) to jnl-old-category
               move ws-chg-new(ws-change-num) to jnl-new-category
               move ws-chg-affected(ws-change-num) to jnl-affected
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

       end program CategoryMaint.
