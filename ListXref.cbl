      $set sourceformat(variable)
       identification division.
       program-id. ListXref.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select catalog-file assign to dynamic ws-catalog-name
               organization is indexed
               access mode is dynamic
               record key is cat-key
               file status is ws-catalog-status.
           select master-file assign to dynamic ws-master-name
               organization is indexed
               access mode is dynamic
               record key is wm-word
               file status is ws-master-status.
           select image-file assign to dynamic ws-image-name
               organization is line sequential
               file status is ws-image-status.
           select xref-report assign to dynamic ws-xref-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  catalog-file.
       01  catalog-record.
           05 cat-key.
               10 cat-name          pic x(20).
               10 cat-seq           pic 9(4).
           05 cat-val               pic x(20).

       fd  master-file.
       copy "WordMaster.cpy"   replacing ==()== by ==wm==.

      *> WordMaint's before/after image of each applied transaction.
       fd  image-file.
       01  image-record.
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

       fd  xref-report.
       01  report-line          pic x(80).

       working-storage section.
       78 78-entry-max         value 5000.
       78 78-change-max        value 2000.
       01 ws-catalog-status    pic x(2).
       01 ws-master-status     pic x(2).
       01 ws-image-status      pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> Every catalog entry, in key order - so one list's entries
      *> sit together, which is what lets section 3 name each list
      *> once per word.
       01 ws-entry-count       pic 9(4) comp-x value 0.
       01 ws-entry-overflow    pic x value "N".
           88 ws-entry-overflow-yes value "Y".
       01 ws-entry-table.
           05 ws-entry occurs 78-entry-max.
               10 ws-ent-list      pic x(20).
               10 ws-ent-seq       pic 9(4).
               10 ws-ent-word      pic x(20).
       01 ws-entry-num         pic 9(4) comp-x.
      *> Latest CHG image per old word - what it was changed to.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-change-table.
           05 ws-change-entry occurs 78-change-max.
               10 ws-chg-old       pic x(20).
               10 ws-chg-new       pic x(20).
       01 ws-change-num        pic 9(4) comp-x.
       01 ws-change-found      pic 9(4) comp-x.
       01 ws-search-word       pic x(20).
       01 ws-last-list         pic x(20).
       01 ws-word-lists        pic 9(4) comp-x.
       01 ws-seq-display       pic z(3)9.
       01 ws-problem           pic x(40).
       01 ws-entries-read      pic 9(9) value 0.
       01 ws-broken-count      pic 9(9) value 0.
       01 ws-unused-count      pic 9(9) value 0.
       01 ws-used-count        pic 9(9) value 0.
       01 ws-active-count      pic 9(9) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-catalog-name      pic x(45).
       01 ws-master-name       pic x(45).
       01 ws-image-name        pic x(45).
       01 ws-xref-rpt-name     pic x(45).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "listcatalog.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-catalog-name
           move "wordmaster.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-master-name
           move "wordimages.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-image-name
           move "listxref_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-xref-rpt-name

           open output xref-report
           move function current-date to ws-report-timestamp
           move "ListXref" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           open input master-file
           if ws-master-status not = "00"
               display "ERROR: wordmaster.dat not found - nothing to "
                       "cross-reference against."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close xref-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           perform load-catalog
           perform load-changes

           if ws-entry-overflow-yes
               move spaces to report-line
               string "WARNING: CATALOG LARGER THAN THE ENTRY "
                      "TABLE - LATER ENTRIES NOT CHECKED"
                      delimited by size into report-line
               end-string
               write report-line
           end-if

           perform report-broken-entries
           perform report-word-usage
           close master-file

           move spaces to report-line
           move ws-entry-count to ws-entries-read
           string "ENTRIES: " ws-entries-read
                  " BROKEN: " ws-broken-count
                  " WORDS: " ws-active-count
                  " UNUSED: " ws-unused-count
                  delimited by size into report-line
           end-string
           write report-line

           move "OK     " to ws-report-status
           move ws-entry-count to ws-report-record-count
           perform write-status-footer
           close xref-report

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-catalog section.
           move 0 to ws-entry-count
           open input catalog-file
           if ws-catalog-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read catalog-file next
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if ws-entry-count = 78-entry-max
                           set ws-entry-overflow-yes to true
                           set ws-file-eof-yes to true
                       else
                           add 1 to ws-entry-count
                           move cat-name to ws-ent-list(ws-entry-count)
                           move cat-seq to ws-ent-seq(ws-entry-count)
                           move cat-val to ws-ent-word(ws-entry-count)
                       end-if
               end-read
           end-perform
           close catalog-file
           exit section.

       load-changes section.
           move 0 to ws-change-count
           open input image-file
           if ws-image-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read image-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       *> A change since backed out no longer
                       *> stands.
                       if img-action = "CHG" and img-backed-out = spaces
                           perform note-change
                       end-if
               end-read
           end-perform
           close image-file
           exit section.

       note-change section.
           *> The file is in the order the changes were applied, so a
           *> later change of the same word replaces the earlier one.
           move img-old-word to ws-search-word
           perform find-change
           if ws-change-found = 0
               if ws-change-count = 78-change-max
                   exit section
               end-if
               add 1 to ws-change-count
               move ws-change-count to ws-change-found
               move img-old-word to ws-chg-old(ws-change-found)
           end-if
           move img-new-word to ws-chg-new(ws-change-found)
           exit section.

       find-change section.
           move 0 to ws-change-found
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
                      or ws-change-found not = 0
               if ws-chg-old(ws-change-num) = ws-search-word
                   move ws-change-num to ws-change-found
               end-if
           end-perform
           exit section.

       report-broken-entries section.
           move spaces to report-line
           write report-line
           move "LIST ENTRIES NOT ON THE WORD LIST:" to report-line
           write report-line
           perform varying ws-entry-num from 1 by 1
                   until ws-entry-num > ws-entry-count
               move ws-ent-word(ws-entry-num) to wm-word
               read master-file
                   invalid key
                       move "NOT ON WORD LIST" to ws-problem
                       perform write-broken-entry
                   not invalid key
                       if not wm-active
                           perform describe-retired-word
                           perform write-broken-entry
                       end-if
               end-read
           end-perform
           if ws-broken-count = 0
               move "  (none)" to report-line
               write report-line
           end-if
           exit section.

       describe-retired-word section.
           move ws-ent-word(ws-entry-num) to ws-search-word
           perform find-change
           move spaces to ws-problem
           if ws-change-found = 0
               string "RETIRED " wm-changed-date
                      delimited by size into ws-problem
               end-string
           else
               string "CHANGED TO " ws-chg-new(ws-change-found)
                      delimited by size into ws-problem
               end-string
           end-if
           exit section.

       write-broken-entry section.
           add 1 to ws-broken-count
           move ws-ent-seq(ws-entry-num) to ws-seq-display
           move spaces to report-line
           string "  " ws-ent-list(ws-entry-num)
                  " " ws-seq-display
                  " " ws-ent-word(ws-entry-num)
                  " " ws-problem
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       report-word-usage section.
           *> Two passes over the active words: first those no list
           *> uses, then each used word with the lists that use it.
           move spaces to report-line
           write report-line
           move "WORDS IN NO LIST:" to report-line
           write report-line
           perform start-master
           perform until ws-file-eof-yes
               read master-file next
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if wm-active
                           add 1 to ws-active-count
                           perform count-word-lists
                           if ws-word-lists = 0
                               add 1 to ws-unused-count
                               move spaces to report-line
                               string "  " wm-word
                                      delimited by size
                                      into report-line
                               end-string
                               write report-line
                           end-if
                       end-if
               end-read
           end-perform
           if ws-unused-count = 0
               move "  (none)" to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move "LISTS USING EACH WORD:" to report-line
           write report-line
           perform start-master
           perform until ws-file-eof-yes
               read master-file next
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if wm-active
                           perform write-word-lists
                       end-if
               end-read
           end-perform
           if ws-used-count = 0
               move "  (none)" to report-line
               write report-line
           end-if
           exit section.

       start-master section.
           move "N" to ws-file-eof
           move low-values to wm-word
           start master-file key >= wm-word
               invalid key
                   set ws-file-eof-yes to true
           end-start
           exit section.

       count-word-lists section.
           move 0 to ws-word-lists
           perform varying ws-entry-num from 1 by 1
                   until ws-entry-num > ws-entry-count
                      or ws-word-lists not = 0
               if ws-ent-word(ws-entry-num) = wm-word
                   add 1 to ws-word-lists
               end-if
           end-perform
           exit section.

       write-word-lists section.
           move 0 to ws-word-lists
           move spaces to ws-last-list
           perform varying ws-entry-num from 1 by 1
                   until ws-entry-num > ws-entry-count
               if ws-ent-word(ws-entry-num) = wm-word
                       and ws-ent-list(ws-entry-num) not = ws-last-list
                   move ws-ent-list(ws-entry-num) to ws-last-list
                   add 1 to ws-word-lists
                   move spaces to report-line
                   if ws-word-lists = 1
                       add 1 to ws-used-count
                       string "  " wm-word
                              " " ws-ent-list(ws-entry-num)
                              delimited by size into report-line
                       end-string
                   else
                       string "                       "
                              ws-ent-list(ws-entry-num)
                              delimited by size into report-line
                       end-string
                   end-if
                   write report-line
               end-if
           end-perform
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program ListXref.
