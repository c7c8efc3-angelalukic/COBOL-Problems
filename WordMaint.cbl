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

       data division.
       file section.
       fd  master-file.
       copy "WordMaster.cpy"   replacing ==()== by ==wm==.

       fd  txn-file.
       01  txn-record           pic x(58).

       fd  pending-file.
       01  pending-record       pic x(90).

       fd  image-file.
       01  image-record         pic x(84).

       fd  maint-report.
       01  report-line          pic x(80).

       working-storage section.
       01 ws-master-status     pic x(2).
       01 ws-txn-file-status   pic x(2).
       01 ws-master-eof        pic x value "N".
           88 ws-master-eof-yes value "Y".
       01 ws-txn-eof           pic x value "N".
           88 ws-txn-eof-yes   value "Y".
       01 ws-word-found        pic x value "N".
           88 ws-word-found-yes value "Y".
       01 ws-active-count      pic 9(9) value 0.
       01 ws-before-count      pic 9(9).
       01 ws-after-count       pic 9(9).
      *> The record a CHG retires, held while its replacement is
      *> read - the new word inherits the old one's origin.
       01 ws-old-master        pic x(48).
       01 ws-extract-return    pic 9(4).
       78 78-pending-max       value 200.
       01 ws-pending-file-status pic x(2).
       01 ws-pending-eof       pic x value "N".
           88 ws-pending-eof-yes value "Y".
       01 ws-pending-in-count  pic 9(4) comp-x value 0.
       01 ws-pending-in-table.
           05 ws-pending-in occurs 78-pending-max pic x(90).
       01 ws-pending-out-count pic 9(4) comp-x value 0.
       01 ws-pending-out-table.
           05 ws-pending-out occurs 78-pending-max pic x(90).
       01 ws-pending-num       pic 9(4) comp-x.
       01 ws-today             pic x(21).
      *> Work copy of one transaction; held transactions come back
      *> through here from the pending table as well as from the
      *> transaction file itself. On the pending file a transaction
      *> held as a look-alike of a word already on the master carries
      *> SUSP and the word it resembles until an operator confirms it
      *> in WordScreen (CONF - applied without screening) or rejects
      *> it; a transaction held only for its effective date has a
      *> blank hold type.
       01 ws-txn-work.
           05 txn-action         pic x(3).
           05 filler             pic x value space.
           05 txn-new-word       pic x(20).
           05 filler             pic x value space.
           05 txn-eff-date       pic x(8).
           05 filler             pic x value space.
           05 txn-hold-type      pic x(4).
               88 txn-hold-suspect   value "SUSP".
               88 txn-hold-confirmed value "CONF".
           05 filler             pic x value space.
           05 txn-like-word      pic x(20).
           05 filler             pic x value space.
           05 txn-like-reason    pic x(4).
       01 ws-applied-count     pic 9(4) value 0.
       01 ws-rejected-count    pic 9(4) value 0.
       01 ws-held-count        pic 9(4) value 0.
       01 ws-suspect-count     pic 9(4) value 0.
       01 ws-suspect           pic x value "N".
           88 ws-suspect-yes   value "Y".
       01 ws-screen-word       pic x(20).
       01 ws-screen-exclude    pic x(20).
       01 ws-like-word         pic x(20).
       01 ws-like-reason       pic x(4).
       01 ws-compare-word      pic x(20).
       01 ws-image-file-status pic x(2).
       01 ws-image-detail.
           05 img-run-id         pic x(14).
           05 img-old-word       pic x(20).
           05 filler             pic x value space.
           05 img-new-word       pic x(20).
           05 filler             pic x value space.
           05 img-operator       pic x(8).
           05 filler             pic x value space.
           05 img-backed-out     pic x(14).
       01 ws-reject-reason     pic x(30).
       01 ws-restrict-text     pic x(100).
       01 ws-restrict-result   pic 9(4).
       01 ws-restrict-reason   pic x(40).
       01 ws-search-word       pic x(20).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-direction      pic x.
       01 ws-operator          pic x(8) value spaces.
       01 ws-resolve-base      pic x(45).
       01 ws-master-name       pic x(45).
       01 ws-txn-name          pic x(45).
       01 ws-pending-name      pic x(45).
       01 ws-image-name        pic x(45).
       01 ws-maint-report-name pic x(45).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.
       copy "BatchParms.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-operator          pic x(8).
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           *> Every change is made in place, one keyed record at a
           *> time - a run that dies halfway leaves each word either
           *> changed or not, never a half-written word file.
           perform open-word-master
           if ws-master-status not = "00"
               display "ERROR: wordmaster.dat cannot be opened ("
                       ws-master-status ") - nothing applied."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close maint-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if
           perform count-active-words
           move ws-active-count to ws-before-count

           move function current-date to ws-today
           perform load-pending-queue
                   and ws-pending-in-count = 0
               display "ERROR: wordlisttxns.dat not found - nothing "
                       "to apply."
               close master-file
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
                       at end
                           set ws-txn-eof-yes to true
                       not at end
                           *> An imported batch (ImportDelim) ends
                           *> with a control-total trailer.
                           if txn-record not = spaces
                                   and not (txn-record(1:3) = "TRL"
                                       and txn-record(4:16) is numeric)
                               move txn-record to ws-txn-work
                               perform screen-one-txn
                           end-if

           perform rewrite-pending

           perform count-active-words
           move ws-active-count to ws-after-count
           close master-file

           perform refresh-extract

           *> The batch is applied - empty the file behind it, so the
           *> next run does not apply it twice and ImportDelim does
           *> not take it for a batch still waiting.
           if ws-txn-file-status = "00"
               open output txn-file
               close txn-file
           end-if

           move spaces to report-line
           string "APPLIED: " ws-applied-count
                  " REJECTED: " ws-rejected-count
                  " PENDING: " ws-held-count
                  " SUSPECT: " ws-suspect-count
                  " BEFORE: " ws-before-count
                  " AFTER: " ws-after-count
                  delimited by size into report-line
           goback returning 78-ec-ok.

       resolve-file-names section.
           move "wordmaster.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-master-name
           move "wordlisttxns.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-txn-name
           move "wordlistpending.dat" to ws-resolve-base
                                    ws-maint-report-name
           exit section.

       open-word-master section.
           open i-o master-file
           if ws-master-status = "35"
               open output master-file
               close master-file
               open i-o master-file
           end-if
           exit section.

       count-active-words section.
           move 0 to ws-active-count
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
                           add 1 to ws-active-count
                       end-if
               end-read
           end-perform
           exit section.

       load-pending-queue section.
           exit section.

       screen-one-txn section.
           *> A look-alike still waiting for the operator stays held
           *> exactly as it is.
           if txn-hold-suspect
               perform carry-suspect
               exit section
           end-if
           *> A blank or unreadable effective date means "apply now" -
           *> the layout the business sent before dates existed still
           *> works unchanged. A future date holds the transaction

       apply-one-txn section.
           move spaces to ws-reject-reason
           move "N" to ws-suspect
           evaluate txn-action
               when "ADD"
                   perform apply-add
               when other
                   move "UNKNOWN ACTION" to ws-reject-reason
           end-evaluate
           if ws-suspect-yes
               perform hold-suspect
               exit section
           end-if

           move spaces to report-line
           if ws-reject-reason = spaces
           exit section.

       find-word section.
           *> Reads the master record for ws-search-word; found means
           *> on file at all, active or retired.
           move ws-search-word to wm-word
           move "Y" to ws-word-found
           read master-file
               invalid key
                   move "N" to ws-word-found
           end-read
           exit section.

       apply-add section.
               move "WORD IS BLANK" to ws-reject-reason
               exit section
           end-if
           move txn-word to ws-restrict-text
           perform screen-restricted
           if ws-reject-reason not = spaces
               exit section
           end-if
           move txn-word to ws-search-word
           perform find-word
           if ws-word-found-yes
               if wm-active
                   move "ALREADY ON FILE" to ws-reject-reason
                   exit section
               end-if
               *> A retired word comes back with its original origin
               *> and date added.
               perform stamp-change
               set wm-active to true
               rewrite wm-master-record
               exit section
           end-if
           if not txn-hold-confirmed
               move txn-word to ws-screen-word
               move spaces to ws-screen-exclude
               perform screen-similar
               if ws-suspect-yes
                   exit section
               end-if
           end-if
           initialize wm-master-record
           move txn-word to wm-word
           move "MNT" to wm-origin
           move ws-today(1:8) to wm-added-date
           perform stamp-change
           set wm-active to true
           write wm-master-record
           exit section.

       apply-delete section.
           end-if
           move txn-word to ws-search-word
           perform find-word
           if not ws-word-found-yes or wm-retired
               move "NOT ON FILE" to ws-reject-reason
               exit section
           end-if
           perform stamp-change
           set wm-retired to true
           rewrite wm-master-record
           exit section.

       apply-change section.
               move "WORD IS BLANK" to ws-reject-reason
               exit section
           end-if
           move txn-new-word to ws-restrict-text
           perform screen-restricted
           if ws-reject-reason not = spaces
               exit section
           end-if
           move txn-word to ws-search-word
           perform find-word
           if not ws-word-found-yes or wm-retired
               move "NOT ON FILE" to ws-reject-reason
               exit section
           end-if
           move wm-master-record to ws-old-master
           move txn-new-word to ws-search-word
           perform find-word
           if ws-word-found-yes and wm-active
               move "NEW WORD ALREADY ON FILE" to ws-reject-reason
               exit section
           end-if
           *> The word being changed is left out of the comparison -
           *> correcting "Wehre" to "Where" is not a look-alike of
           *> itself.
           if not ws-word-found-yes and not txn-hold-confirmed
               move txn-new-word to ws-screen-word
               move txn-word to ws-screen-exclude
               perform screen-similar
               if ws-suspect-yes
                   exit section
               end-if
           end-if

           *> The old word is retired rather than overwritten, so its
           *> history stays on the master alongside the new word's.
           if ws-word-found-yes
               perform stamp-change
               set wm-active to true
               rewrite wm-master-record
           else
               move ws-old-master to wm-master-record
               move txn-new-word to wm-word
               move ws-today(1:8) to wm-added-date
               perform stamp-change
               set wm-active to true
               write wm-master-record
           end-if
           move ws-old-master to wm-master-record
           perform stamp-change
           set wm-retired to true
           rewrite wm-master-record
           exit section.

       screen-restricted section.
           *> A word on the restricted list with a block action never
           *> reaches the master - not even a confirmed look-alike or
           *> a retired word coming back; a flagged one goes through
           *> and is logged.
           call "restrictcheck" using ws-report-program, ws-operator,
                                      ws-restrict-text,
                                      ws-restrict-result,
                                      ws-restrict-reason
           if ws-restrict-result not = 78-ec-ok
               move ws-restrict-reason to ws-reject-reason
           end-if
           exit section.

       screen-similar section.
           *> Compares the incoming word with every active word on the
           *> master (WordSimilar: case, swapped letters, small edit
           *> distance, sound-alike) and stops at the first close
           *> match. The caller has finished with the master record
           *> area before this reads through it.
           move "N" to ws-suspect
           move spaces to ws-like-word ws-like-reason
           move low-values to wm-word
           move "N" to ws-master-eof
           start master-file key >= wm-word
               invalid key
                   set ws-master-eof-yes to true
           end-start
           perform until ws-master-eof-yes or ws-suspect-yes
               read master-file next
                   at end
                       set ws-master-eof-yes to true
                   not at end
                       if wm-active and wm-word not = ws-screen-exclude
                           move wm-word to ws-compare-word
                           call "wordsimilar" using ws-screen-word,
                                                    ws-compare-word,
                                                    ws-like-reason
                           if ws-like-reason not = spaces
                               move wm-word to ws-like-word
                               set ws-suspect-yes to true
                           end-if
                       end-if
               end-read
           end-perform
           exit section.

       hold-suspect section.
           if ws-pending-out-count = 78-pending-max
               add 1 to ws-rejected-count
               move spaces to report-line
               string "REJECTED " txn-action " "
                      txn-word " - LOOK-ALIKE, PENDING FILE FULL"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if
           set txn-hold-suspect to true
           move ws-like-word to txn-like-word
           move ws-like-reason to txn-like-reason
           add 1 to ws-suspect-count
           add 1 to ws-pending-out-count
           move ws-txn-work to ws-pending-out(ws-pending-out-count)
           perform write-suspect-line
           exit section.

       carry-suspect section.
           if ws-pending-out-count = 78-pending-max
               add 1 to ws-rejected-count
               move spaces to report-line
               string "REJECTED " txn-action " "
                      txn-word " - LOOK-ALIKE, PENDING FILE FULL"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if
           add 1 to ws-suspect-count
           add 1 to ws-pending-out-count
           move ws-txn-work to ws-pending-out(ws-pending-out-count)
           perform write-suspect-line
           exit section.

       write-suspect-line section.
           move spaces to report-line
           if txn-action = "CHG"
               string "SUSPECT  CHG " function trim(txn-word)
                      " TO " function trim(txn-new-word)
                      " LIKE " function trim(txn-like-word)
                      " (" txn-like-reason ")"
                      delimited by size into report-line
               end-string
           else
               string "SUSPECT  ADD " function trim(txn-word)
                      " LIKE " function trim(txn-like-word)
                      " (" txn-like-reason ")"
                      delimited by size into report-line
               end-string
           end-if
           write report-line
           exit section.

       stamp-change section.
           move ws-today(1:8) to wm-changed-date
           move ws-operator to wm-changed-by
           exit section.

       write-txn-image section.
           *> on its own without a full-suite restore (WordBackout).
           initialize ws-image-detail
           move ws-report-timestamp(1:14) to img-run-id
           move ws-operator to img-operator
           move txn-action to img-action
           evaluate txn-action
               when "ADD"
           end-if
           exit section.

       refresh-extract section.
           *> BubbleSort, BatchEdit and WordConsol read the active
           *> words from wordlist.dat - take a fresh extract of the
           *> master now that it has changed.
           initialize ws-step-parms
           move "PARM" to ws-parm-eye
           call "WordExtract" using ws-step-parms
               returning ws-extract-return
           end-call
           if ws-extract-return not = 78-ec-ok
               display "WARNING: WordExtract returned code "
                       ws-extract-return " - wordlist.dat was not "
                       "refreshed."
           end-if
           exit section.

       write-status-footer section.
