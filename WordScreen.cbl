       configuration section.
       input-output section.
       file-control.
           select master-file assign to dynamic ws-master-name
               organization is indexed
               access mode is dynamic
               record key is wm-word
               file status is ws-master-status.
           select txn-file assign to dynamic ws-txn-name
               organization is line sequential
               file status is ws-txn-file-status.
           select pending-file assign to dynamic ws-pending-name
               organization is line sequential
               file status is ws-pending-file-status.

       data division.
       file section.
       fd  master-file.
       copy "WordMaster.cpy"   replacing ==()== by ==wm==.

       fd  txn-file.
       01  txn-record.
           05 filler             pic x value space.
           05 txn-eff-date       pic x(8).

      *> wordlistpending.dat as WordMaint keeps it: a held
      *> transaction, its hold type (SUSP look-alike awaiting review,
      *> CONF confirmed, blank held for its effective date) and the
      *> word on the master it resembles.
       fd  pending-file.
       01  pending-record.
           05 pnd-action         pic x(3).
           05 filler             pic x.
           05 pnd-word           pic x(20).
           05 filler             pic x.
           05 pnd-new-word       pic x(20).
           05 filler             pic x.
           05 pnd-eff-date       pic x(8).
           05 filler             pic x.
           05 pnd-hold-type      pic x(4).
               88 pnd-hold-suspect   value "SUSP".
               88 pnd-hold-confirmed value "CONF".
           05 filler             pic x.
           05 pnd-like-word      pic x(20).
           05 filler             pic x.
           05 pnd-like-reason    pic x(4).
           05 filler             pic x(5).

       working-storage section.
       78 78-txn-max           value 100.
       78 78-page-size         value 10.
       01 ws-master-status     pic x(2).
       01 ws-txn-file-status   pic x(2).
       01 ws-master-eof        pic x value "N".
           88 ws-master-eof-yes value "Y".
       01 ws-list-count        pic 9(9) value 0.
       01 ws-retired-count     pic 9(9) value 0.
      *> Browsing pages through the master in key order from the
      *> word after the last one shown; a blank key starts at the
      *> top again.
       01 ws-browse-key        pic x(20) value spaces.
       01 ws-page-lines        pic 9(4) comp-x.
       01 ws-word-status       pic x(7).
      *> Transactions collected this session; save writes them as a
      *> wordlisttxns.dat batch and applies it through WordMaint, so
      *> the maintenance report, audit trail and before/after images
       01 ws-maint-return      pic 9(4).
       01 ws-operator          pic x(8) value spaces.
       01 ws-resolve-base      pic x(45).
       01 ws-master-name       pic x(45).
       01 ws-txn-name          pic x(45).
       01 ws-op-function       pic x.
       78 78-pending-max       value 200.
       01 ws-pending-name      pic x(45).
       01 ws-pending-file-status pic x(2).
       01 ws-pending-eof       pic x value "N".
           88 ws-pending-eof-yes value "Y".
       01 ws-pending-count     pic 9(4) comp-x value 0.
       01 ws-pending-table.
           05 ws-pending-entry occurs 78-pending-max pic x(90).
       01 ws-pending-num       pic 9(4) comp-x.
       01 ws-suspect-count     pic 9(4) value 0.
       01 ws-confirmed-count   pic 9(4) value 0.
       01 ws-dropped-count     pic 9(4) value 0.
       01 ws-like-text         pic x(30).
       01 ws-audit-program     pic x(20) value "WordScreen".
       01 ws-audit-event       pic x(5).
       01 ws-audit-parms       pic x(60).
       01 ws-op-result         pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           move "wordmaster.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-master-name
           move "wordlisttxns.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-txn-name
           move "wordlistpending.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-pending-name

           display "Operator id: " with no advancing
           accept ws-operator
           move "W" to ws-op-function
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           perform count-words
           display "Word list maintenance - " ws-list-count
                   " active and " ws-retired-count
                   " retired word(s) on wordmaster.dat."

           move "N" to ws-done
           perform until ws-done-yes
                       perform change-word
                   when "S" when "s"
                       perform save-and-apply
                   when "R" when "r"
                       perform review-suspects
                   when "Q" when "q"
                       perform quit-screen
                   when other
       show-menu section.
           display " "
           display "B=browse  A=add  D=delete  C=change  "
                   "S=save and apply  R=review look-alikes  Q=quit"
           display "Choice: " with no advancing
           exit section.

       browse-page section.
           open input master-file
           if ws-master-status not = "00"
               display "Word master is empty."
               exit section
           end-if
           if ws-browse-key = spaces
               move low-values to wm-word
               start master-file key >= wm-word
                   invalid key
                       move "Y" to ws-master-eof
                   not invalid key
                       move "N" to ws-master-eof
               end-start
           else
               move ws-browse-key to wm-word
               start master-file key > wm-word
                   invalid key
                       move "Y" to ws-master-eof
                   not invalid key
                       move "N" to ws-master-eof
               end-start
           end-if

           move 0 to ws-page-lines
           perform until ws-master-eof-yes
                      or ws-page-lines = 78-page-size
               read master-file next
                   at end
                       set ws-master-eof-yes to true
                   not at end
                       add 1 to ws-page-lines
                       if wm-active
                           move "ACTIVE" to ws-word-status
                       else
                           move "RETIRED" to ws-word-status
                       end-if
                       display wm-word " " ws-word-status " "
                               wm-origin " ADDED " wm-added-date
                               " CHANGED " wm-changed-date " BY "
                               wm-changed-by
                       move wm-word to ws-browse-key
               end-read
           end-perform
           close master-file

           if ws-page-lines = 0
               display "End of word master."
           end-if
           if ws-master-eof-yes
               move spaces to ws-browse-key
           end-if
           exit section.

       add-word section.
           close txn-file

           move 0 to ws-txn-count
           perform count-words
           display "Applied - word list now holds " ws-list-count
                   " word(s)."
           exit section.

       review-suspects section.
           *> Additions and changes WordMaint held because the word
           *> looks like one already on the master. Confirming marks
           *> the transaction to go through unscreened; rejecting takes
           *> it off the pending file. Both are audited.
           move 0 to ws-pending-count
           move 0 to ws-suspect-count
           move 0 to ws-confirmed-count
           move 0 to ws-dropped-count
           open input pending-file
           if ws-pending-file-status not = "00"
               display "No transactions are held."
               exit section
           end-if
           move "N" to ws-pending-eof
           perform until ws-pending-eof-yes
                      or ws-pending-count = 78-pending-max
               read pending-file
                   at end
                       set ws-pending-eof-yes to true
                   not at end
                       if pending-record not = spaces
                           add 1 to ws-pending-count
                           move pending-record
                               to ws-pending-entry(ws-pending-count)
                       end-if
               end-read
           end-perform
           close pending-file

           perform varying ws-pending-num from 1 by 1
                   until ws-pending-num > ws-pending-count
               move ws-pending-entry(ws-pending-num) to pending-record
               if pnd-hold-suspect
                   add 1 to ws-suspect-count
                   perform review-one-suspect
               end-if
           end-perform

           if ws-suspect-count = 0
               display "No look-alike transactions are waiting."
               exit section
           end-if
           if ws-confirmed-count = 0 and ws-dropped-count = 0
               exit section
           end-if

           open output pending-file
           perform varying ws-pending-num from 1 by 1
                   until ws-pending-num > ws-pending-count
               if ws-pending-entry(ws-pending-num) not = spaces
                   move ws-pending-entry(ws-pending-num)
                       to pending-record
                   write pending-record
               end-if
           end-perform
           close pending-file
           display ws-confirmed-count " confirmed, " ws-dropped-count
                   " rejected."

           if ws-confirmed-count not = 0
               display "Apply the confirmed transactions now (Y/N)? "
                       with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or "y"
                   perform apply-confirmed
               else
                   display "They will be applied by the next WordMaint "
                           "run."
               end-if
           end-if
           exit section.

       review-one-suspect section.
           evaluate pnd-like-reason
               when "CASE"
                   move "differs only in case" to ws-like-text
               when "TRAN"
                   move "has two letters swapped" to ws-like-text
               when "EDIT"
                   move "is a letter or two different" to ws-like-text
               when "SNDX"
                   move "sounds the same" to ws-like-text
               when other
                   move "is similar" to ws-like-text
           end-evaluate
           display " "
           if pnd-action = "CHG"
               display "CHG '" function trim(pnd-word) "' to '"
                       function trim(pnd-new-word) "'"
           else
               display "ADD '" function trim(pnd-word) "'"
           end-if
           display "  " function trim(ws-like-text)
                   " from existing word '"
                   function trim(pnd-like-word) "'."
           display "C=confirm  R=reject  blank=leave held: "
                   with no advancing
           accept ws-confirm

           move spaces to ws-audit-parms
           string pnd-action " " function trim(pnd-word)
                  " " function trim(pnd-new-word)
                  " LIKE " function trim(pnd-like-word)
                  delimited by size into ws-audit-parms
           end-string
           evaluate ws-confirm
               when "C" when "c"
                   set pnd-hold-confirmed to true
                   move pending-record to ws-pending-entry(ws-pending-num)
                   add 1 to ws-confirmed-count
                   move "LKCNF" to ws-audit-event
                   call "auditevent" using ws-audit-program,
                                           ws-audit-event,
                                           ws-audit-parms
               when "R" when "r"
                   move spaces to ws-pending-entry(ws-pending-num)
                   add 1 to ws-dropped-count
                   move "LKREJ" to ws-audit-event
                   call "auditevent" using ws-audit-program,
                                           ws-audit-event,
                                           ws-audit-parms
               when other
                   display "Left held."
           end-evaluate
           exit section.

       apply-confirmed section.
           *> WordMaint applies the pending file along with any batch
           *> on wordlisttxns.dat - a waiting batch belongs to the
           *> chain, so it is not run from here.
           *> (An emptied file left behind by a save is no batch.)
           move "N" to ws-pending-eof
           open input txn-file
           if ws-txn-file-status = "00"
               read txn-file
                   at end
                       set ws-pending-eof-yes to true
               end-read
               close txn-file
               if not ws-pending-eof-yes
                   display "A wordlisttxns.dat batch is waiting - the "
                           "confirmed transactions go with it."
                   exit section
               end-if
           end-if
           call "WordMaint" using ws-operator
               returning ws-maint-return
           end-call
           if ws-maint-return not = 78-ec-ok
               display "WordMaint returned code " ws-maint-return
                       " - see wordmaint_report.log."
           end-if
           perform count-words
           display "Applied - word list now holds " ws-list-count
                   " word(s)."
           exit section.
           end-if
           exit section.

       count-words section.
           move 0 to ws-list-count
           move 0 to ws-retired-count
           open input master-file
           if ws-master-status not = "00"
               exit section
           end-if

           move low-values to wm-word
           move "N" to ws-master-eof
           start master-file key >= wm-word
               invalid key
                   set ws-master-eof-yes to true
           end-start
           perform until ws-master-eof-yes
               read master-file next
                   at end
                       set ws-master-eof-yes to true
                   not at end
                       if wm-active
                           add 1 to ws-list-count
                       else
                           add 1 to ws-retired-count
                       end-if
               end-read
           end-perform
           close master-file
           exit section.

       end program WordScreen.
