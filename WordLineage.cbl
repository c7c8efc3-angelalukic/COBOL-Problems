      $set sourceformat(variable)
       identification division.
       program-id. WordLineage.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select source-registry assign to dynamic ws-registry-name
               organization is line sequential
               file status is ws-registry-status.
           select scan-file assign to dynamic ws-scan-name
               organization is line sequential
               file status is ws-scan-status.
           select lineage-report assign to dynamic ws-lineage-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  source-registry.
       01  registry-record.
           05 src-file-name      pic x(30).
           05 filler             pic x.
           05 src-origin         pic x(3).

      *> Each file the word passes through is read through this one
      *> record and looked at through its own layout below.
       fd  scan-file.
       01  scan-record          pic x(132).

       fd  lineage-report.
       01  report-line          pic x(100).

       working-storage section.
      *> Answers "where did this word come from and what has happened
      *> to it since": the registered source files carrying it, its
      *> origin on the consolidated list, every WordMaint change that
      *> touched it (with the run, the operator and any backout), any
      *> transaction still waiting for WordMaint or held on its
      *> pending queue, its position on the sorted list and its
      *> category - or its place on the uncategorized worklist. The
      *> same view can be printed to wordlineage_report.log for an
      *> audit query.
       78 78-view-max          value 400.
       01 ws-view-count        pic 9(4) comp-x value 0.
       01 ws-view-table.
           05 ws-view-line occurs 78-view-max pic x(100).
       01 ws-view-num          pic 9(4) comp-x.
       01 ws-view-full         pic x value "N".
           88 ws-view-full-yes value "Y".
       01 ws-view-text         pic x(100).

      *> wordlist_combined.dat - WordConsol's output.
       01 ws-combined-work.
           05 cmb-word           pic x(20).
           05 filler             pic x.
           05 cmb-origin         pic x(3).
      *> wordimages.dat - WordMaint's image of each applied change.
       01 ws-image-work.
           05 img-run-id         pic x(14).
           05 filler             pic x.
           05 img-action         pic x(3).
           05 filler             pic x.
           05 img-old-word       pic x(20).
           05 filler             pic x.
           05 img-new-word       pic x(20).
           05 filler             pic x.
           05 img-operator       pic x(8).
           05 filler             pic x.
           05 img-backed-out     pic x(14).
      *> wordlisttxns.dat and wordlistpending.dat - a transaction
      *> and, on the pending queue, why it is held.
       01 ws-txn-work.
           05 txn-action         pic x(3).
           05 filler             pic x.
           05 txn-word           pic x(20).
           05 filler             pic x.
           05 txn-new-word       pic x(20).
           05 filler             pic x.
           05 txn-eff-date       pic x(8).
           05 filler             pic x.
           05 txn-hold-type      pic x(4).
               88 txn-hold-suspect   value "SUSP".
               88 txn-hold-confirmed value "CONF".
           05 filler             pic x.
           05 txn-like-word      pic x(20).
           05 filler             pic x.
           05 txn-like-reason    pic x(4).
      *> wordlist_sorted.dat - BubbleSort's numbered output.
       01 ws-sorted-work.
           05 srt-position       pic 9(5).
           05 filler             pic x.
           05 srt-word           pic x(20).
      *> wordlist_enriched.dat - WordCategory's output.
       01 ws-enriched-work.
           05 enr-position       pic 9(5).
           05 filler             pic x.
           05 enr-word           pic x(20).
           05 filler             pic x.
           05 enr-category       pic x(10).
      *> wordcategories.dat - the category reference.
       01 ws-category-work.
           05 ref-word           pic x(20).
           05 filler             pic x.
           05 ref-category       pic x(10).
           05 filler             pic x.
           05 ref-status         pic x.
               88 ref-retired    value "R".

       01 ws-word              pic x(20).
       01 ws-found-count       pic 9(4) comp-x.
       01 ws-record-num        pic 9(9).
       01 ws-record-display    pic z(8)9.
       01 ws-position-display  pic z(4)9.
       01 ws-inquiry-count     pic 9(9) value 0.
       01 ws-choice            pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-registry-status   pic x(2).
       01 ws-registry-eof      pic x value "N".
           88 ws-registry-eof-yes value "Y".
       01 ws-scan-status       pic x(2).
       01 ws-scan-eof          pic x value "N".
           88 ws-scan-eof-yes  value "Y".
       01 ws-resolve-base      pic x(45).
       01 ws-registry-name     pic x(45).
       01 ws-scan-name         pic x(45).
       01 ws-scan-base         pic x(30).
       01 ws-lineage-rpt-name  pic x(45).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x value space.
       01 ws-op-result         pic 9(4).
       01 ws-program-name      pic x(20) value "WordLineage".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-view-event        pic x(5) value "PRINT".
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "wordsources.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-registry-name
           move "wordlineage_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-lineage-rpt-name

           display "Word lineage inquiry."
           *> Read-only, so no authority letter - but a printed view
           *> goes to audit, so it names the operator who asked.
           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
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

           move "N" to ws-done
           perform until ws-done-yes
               display " "
               display "Word (blank to quit): " with no advancing
               move spaces to ws-word
               accept ws-word
               if ws-word = spaces
                   set ws-done-yes to true
               else
                   add 1 to ws-inquiry-count
                   perform trace-word
                   perform varying ws-view-num from 1 by 1
                           until ws-view-num > ws-view-count
                       display function trim(ws-view-line(ws-view-num)
                                             trailing)
                   end-perform
                   display "P=print this view for audit, "
                           "Enter=next word: " with no advancing
                   move space to ws-choice
                   accept ws-choice
                   if ws-choice = "P" or ws-choice = "p"
                       perform print-view
                   end-if
               end-if
           end-perform

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-program-name, ws-inquiry-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       trace-word section.
           move 0 to ws-view-count
           move "N" to ws-view-full
           move spaces to ws-view-text
           string "LINEAGE OF '" function trim(ws-word) "'"
                  delimited by size into ws-view-text
           end-string
           perform add-view-line

           perform trace-sources
           perform trace-combined
           perform trace-maintenance
           perform trace-waiting
           perform trace-sorted
           perform trace-category

           if ws-view-full-yes
               move "  ... VIEW TRUNCATED - TOO MANY LINES"
                   to ws-view-line(ws-view-count)
           end-if
           exit section.

       trace-sources section.
           move "SOURCE FILES (wordsources.dat):" to ws-view-text
           perform add-view-line
           move 0 to ws-found-count
           open input source-registry
           if ws-registry-status not = "00"
               move "  wordsources.dat not found - sources not searched"
                   to ws-view-text
               perform add-view-line
               exit section
           end-if
           move "N" to ws-registry-eof
           perform until ws-registry-eof-yes
               read source-registry
                   at end
                       set ws-registry-eof-yes to true
                   not at end
                       if src-file-name not = spaces
                               and src-file-name(1:1) not = "*"
                           perform search-one-source
                       end-if
               end-read
           end-perform
           close source-registry
           if ws-found-count = 0
               move "  on no registered source file" to ws-view-text
               perform add-view-line
           end-if
           exit section.

       search-one-source section.
           move src-file-name to ws-scan-base
           perform open-scan
           if ws-scan-status not = "00"
               move spaces to ws-view-text
               string "  " function trim(src-file-name)
                      " not present - not searched"
                      delimited by size into ws-view-text
               end-string
               perform add-view-line
               exit section
           end-if
           move 0 to ws-record-num
           move "N" to ws-scan-eof
           perform until ws-scan-eof-yes
               read scan-file
                   at end
                       set ws-scan-eof-yes to true
                   not at end
                       add 1 to ws-record-num
                       if scan-record(1:20) = ws-word
                           add 1 to ws-found-count
                           move ws-record-num to ws-record-display
                           move spaces to ws-view-text
                           string "  " function trim(src-file-name)
                                  " ORIGIN " src-origin
                                  " RECORD " ws-record-display
                                  delimited by size into ws-view-text
                           end-string
                           perform add-view-line
                       end-if
               end-read
           end-perform
           close scan-file
           exit section.

       trace-combined section.
           move "CONSOLIDATED (wordlist_combined.dat):" to ws-view-text
           perform add-view-line
           move "wordlist_combined.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status not = "00"
               move "  file not present" to ws-view-text
               perform add-view-line
               exit section
           end-if
           move 0 to ws-found-count
           move 0 to ws-record-num
           move "N" to ws-scan-eof
           perform until ws-scan-eof-yes
               read scan-file
                   at end
                       set ws-scan-eof-yes to true
                   not at end
                       add 1 to ws-record-num
                       move scan-record to ws-combined-work
                       if cmb-word = ws-word
                           add 1 to ws-found-count
                           move ws-record-num to ws-record-display
                           move spaces to ws-view-text
                           string "  ORIGIN " cmb-origin
                                  " RECORD " ws-record-display
                                  delimited by size into ws-view-text
                           end-string
                           perform add-view-line
                       end-if
               end-read
           end-perform
           close scan-file
           if ws-found-count = 0
               move "  not on the consolidated list" to ws-view-text
               perform add-view-line
           end-if
           exit section.

       trace-maintenance section.
           move "MAINTENANCE (wordimages.dat):" to ws-view-text
           perform add-view-line
           move "wordimages.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status not = "00"
               move "  no maintenance images on file" to ws-view-text
               perform add-view-line
               exit section
           end-if
           move 0 to ws-found-count
           move "N" to ws-scan-eof
           perform until ws-scan-eof-yes
               read scan-file
                   at end
                       set ws-scan-eof-yes to true
                   not at end
                       move scan-record to ws-image-work
                       if img-old-word = ws-word
                               or img-new-word = ws-word
                           perform show-image
                       end-if
               end-read
           end-perform
           close scan-file
           if ws-found-count = 0
               move "  never changed by WordMaint" to ws-view-text
               perform add-view-line
           end-if
           exit section.

       show-image section.
           *> Images written before the operator was kept show it
           *> blank.
           add 1 to ws-found-count
           move spaces to ws-view-text
           evaluate img-action
               when "ADD"
                   string "  " img-run-id(1:8) "-" img-run-id(9:6)
                          " ADD " function trim(img-new-word)
                          " BY " img-operator
                          delimited by size into ws-view-text
                   end-string
               when "DEL"
                   string "  " img-run-id(1:8) "-" img-run-id(9:6)
                          " DEL " function trim(img-old-word)
                          " BY " img-operator
                          delimited by size into ws-view-text
                   end-string
               when other
                   string "  " img-run-id(1:8) "-" img-run-id(9:6)
                          " " img-action " "
                          function trim(img-old-word) " -> "
                          function trim(img-new-word)
                          " BY " img-operator
                          delimited by size into ws-view-text
                   end-string
           end-evaluate
           perform add-view-line
           if img-backed-out not = spaces
               move spaces to ws-view-text
               string "      BACKED OUT " img-backed-out(1:8) "-"
                      img-backed-out(9:6) " (WordBackout)"
                      delimited by size into ws-view-text
               end-string
               perform add-view-line
           end-if
           exit section.

       trace-waiting section.
           move "WAITING OR HELD TRANSACTIONS:" to ws-view-text
           perform add-view-line
           move 0 to ws-found-count
           move "wordlisttxns.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status = "00"
               move "N" to ws-scan-eof
               perform until ws-scan-eof-yes
                   read scan-file
                       at end
                           set ws-scan-eof-yes to true
                       not at end
                           move scan-record to ws-txn-work
                           if txn-word = ws-word
                                   or txn-new-word = ws-word
                               move spaces to txn-hold-type
                               move "  NEXT WordMaint RUN" to ws-view-text
                               perform show-transaction
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if

           move "wordlistpending.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status = "00"
               move "N" to ws-scan-eof
               perform until ws-scan-eof-yes
                   read scan-file
                       at end
                           set ws-scan-eof-yes to true
                       not at end
                           move scan-record to ws-txn-work
                           if txn-word = ws-word
                                   or txn-new-word = ws-word
                               evaluate true
                                   when txn-hold-suspect
                                       move "  HELD FOR REVIEW"
                                           to ws-view-text
                                   when txn-hold-confirmed
                                       move "  CONFIRMED, NOT YET RUN"
                                           to ws-view-text
                                   when other
                                       move "  HELD UNTIL EFFECTIVE"
                                           to ws-view-text
                               end-evaluate
                               perform show-transaction
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if
           if ws-found-count = 0
               move "  none" to ws-view-text
               perform add-view-line
           end-if
           exit section.

       show-transaction section.
           add 1 to ws-found-count
           move ws-view-text to report-line
           move spaces to ws-view-text
           if txn-action = "CHG"
               string function trim(report-line) ": " txn-action " "
                      function trim(txn-word) " -> "
                      function trim(txn-new-word)
                      " EFFECTIVE " txn-eff-date
                      delimited by size into ws-view-text
               end-string
           else
               string function trim(report-line) ": " txn-action " "
                      function trim(txn-word)
                      " EFFECTIVE " txn-eff-date
                      delimited by size into ws-view-text
               end-string
           end-if
           *> Keep the two-space indent the trim took off.
           move ws-view-text to report-line
           move spaces to ws-view-text
           move report-line to ws-view-text(3:98)
           perform add-view-line
           if txn-hold-suspect
               move spaces to ws-view-text
               string "      LOOKS LIKE " function trim(txn-like-word)
                      " (" txn-like-reason ") - confirm or reject in "
                      "WordScreen"
                      delimited by size into ws-view-text
               end-string
               perform add-view-line
           end-if
           exit section.

       trace-sorted section.
           move "SORTED LIST (wordlist_sorted.dat):" to ws-view-text
           perform add-view-line
           move "wordlist_sorted.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status not = "00"
               move "  file not present" to ws-view-text
               perform add-view-line
               exit section
           end-if
           move 0 to ws-found-count
           move "N" to ws-scan-eof
           perform until ws-scan-eof-yes
               read scan-file
                   at end
                       set ws-scan-eof-yes to true
                   not at end
                       move scan-record to ws-sorted-work
                       if srt-position is numeric
                               and srt-word = ws-word
                           add 1 to ws-found-count
                           move srt-position to ws-position-display
                           move spaces to ws-view-text
                           string "  POSITION " ws-position-display
                                  delimited by size into ws-view-text
                           end-string
                           perform add-view-line
                       end-if
               end-read
           end-perform
           close scan-file
           if ws-found-count = 0
               move "  not on the sorted list" to ws-view-text
               perform add-view-line
           end-if
           exit section.

       trace-category section.
           move "CATEGORY:" to ws-view-text
           perform add-view-line
           move 0 to ws-found-count
           move "wordlist_enriched.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status = "00"
               move "N" to ws-scan-eof
               perform until ws-scan-eof-yes
                   read scan-file
                       at end
                           set ws-scan-eof-yes to true
                       not at end
                           move scan-record to ws-enriched-work
                           if enr-position is numeric
                                   and enr-word = ws-word
                               add 1 to ws-found-count
                               move enr-position to ws-position-display
                               move spaces to ws-view-text
                               string "  wordlist_enriched.dat POSITION "
                                      ws-position-display " CATEGORY "
                                      enr-category
                                      delimited by size into ws-view-text
                               end-string
                               perform add-view-line
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if

           move "wordcategories.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status = "00"
               move "N" to ws-scan-eof
               perform until ws-scan-eof-yes
                   read scan-file
                       at end
                           set ws-scan-eof-yes to true
                       not at end
                           move scan-record to ws-category-work
                           if ref-word = ws-word
                                   and ref-word(1:1) not = "*"
                               add 1 to ws-found-count
                               move spaces to ws-view-text
                               if ref-retired
                                   string "  wordcategories.dat "
                                          ref-category " (RETIRED)"
                                          delimited by size
                                          into ws-view-text
                                   end-string
                               else
                                   string "  wordcategories.dat "
                                          ref-category
                                          delimited by size
                                          into ws-view-text
                                   end-string
                               end-if
                               perform add-view-line
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if

           move "wordcategory_except.dat" to ws-scan-base
           perform open-scan
           if ws-scan-status = "00"
               move "N" to ws-scan-eof
               perform until ws-scan-eof-yes
                   read scan-file
                       at end
                           set ws-scan-eof-yes to true
                       not at end
                           if scan-record(1:20) = ws-word
                               add 1 to ws-found-count
                               move "  ON wordcategory_except.dat - uncategorized"
                                   to ws-view-text
                               perform add-view-line
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if
           if ws-found-count = 0
               move "  no category and not on the exceptions worklist"
                   to ws-view-text
               perform add-view-line
           end-if
           exit section.

       open-scan section.
           move ws-scan-base to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-scan-name
           open input scan-file
           exit section.

       add-view-line section.
           if ws-view-count < 78-view-max
               add 1 to ws-view-count
               move ws-view-text to ws-view-line(ws-view-count)
           else
               set ws-view-full-yes to true
           end-if
           move spaces to ws-view-text
           exit section.

       print-view section.
           open output lineage-report
           move function current-date to ws-report-timestamp
           move "WordLineage" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "REQUESTED BY " ws-operator
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-view-num from 1 by 1
                   until ws-view-num > ws-view-count
               write report-line from ws-view-line(ws-view-num)
           end-perform
           move "OK     " to ws-report-status
           move ws-view-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close lineage-report

           move spaces to ws-audit-parms
           string "PRINTED WORD=" function trim(ws-word)
                  delimited by size into ws-audit-parms
           end-string
           call "auditevent" using ws-program-name, ws-view-event,
                                   ws-audit-parms
           display "Printed to wordlineage_report.log."
           exit section.

       end program WordLineage.
