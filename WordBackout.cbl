       configuration section.
       input-output section.
       file-control.
           select master-file assign to dynamic ws-master-name
               organization is indexed
               access mode is dynamic
               record key is wm-word
               file status is ws-master-status.
           select image-file assign to dynamic ws-image-name
               organization is line sequential
               file status is ws-image-file-status.
           select image-work assign to dynamic ws-image-work-name
               organization is line sequential
               file status is ws-image-work-status.
           select backout-report assign to dynamic ws-backout-name
               organization is line sequential.

       data division.
       file section.
       fd  master-file.
       copy "WordMaster.cpy"   replacing ==()== by ==wm==.

       fd  image-file.
       01  image-record.
           05 img-old-word       pic x(20).
           05 filler             pic x.
           05 img-new-word       pic x(20).
           05 filler             pic x.
           05 img-operator       pic x(8).
           05 filler             pic x.
           05 img-backed-out     pic x(14).

       fd  image-work.
       01  image-work-record    pic x(84).

       fd  backout-report.
       01  report-line          pic x(80).

       working-storage section.
      *> The images of the one run being reversed; the image file
      *> as a whole is only ever copied record by record.
       78 78-image-max         value 500.
       01 ws-master-status     pic x(2).
       01 ws-image-file-status pic x(2).
       01 ws-image-work-status pic x(2).
       01 ws-image-overflow    pic x value "N".
           88 ws-image-overflow-yes value "Y".
       01 ws-file-rc           pic x(4) comp-5 value 0.
       01 ws-image-eof         pic x value "N".
           88 ws-image-eof-yes value "Y".
       01 ws-word-found        pic x value "N".
           88 ws-word-found-yes value "Y".
       01 ws-search-word       pic x(20).
       01 ws-today             pic x(21).
       01 ws-extract-return    pic 9(4).
       01 ws-run-id            pic x(14) value spaces.
       01 ws-image-count       pic 9(4) comp-x value 0.
       01 ws-image-table.
               10 ws-img-new       pic x(20).
       01 ws-image-num         pic 9(4) comp-x.
       01 ws-image-display     pic 9(4).
       01 ws-reversed-count    pic 9(4) value 0.
       01 ws-failed-count      pic 9(4) value 0.
       01 ws-fail-reason       pic x(30).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-master-name       pic x(45).
       01 ws-image-name        pic x(45).
       01 ws-image-work-name   pic x(45).
       01 ws-backout-name      pic x(45).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.
       copy "BatchParms.cpy"   replacing ==()== by ==ws==.
       01 ws-arg-index         pic 9(4) comp-x.

       procedure division.

           move "wordmaster.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-master-name
           move "wordimages.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-image-name
           move "wordimages_new.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-image-work-name
           move "wordbackout_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-backout-name

               goback returning 78-ec-no-records
           end-if

           if ws-image-overflow-yes
               *> Reversing part of a run would leave it half undone
               *> with its images stamped as if it were all reversed.
               display "ERROR: run " function trim(ws-run-id)
                       " has more than " 78-image-max " images - "
                       "nothing backed out."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close backout-report
               move 78-ec-table-size to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-table-size
           end-if

           move spaces to report-line
           move ws-image-count to ws-image-display
           string "BACKING OUT RUN " ws-run-id
           end-string
           write report-line

           move function current-date to ws-today
           open i-o master-file
           if ws-master-status not = "00"
               display "ERROR: wordmaster.dat cannot be opened ("
                       ws-master-status ") - nothing backed out."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close backout-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           *> Reverse the run's changes newest-first, so a word that
           *> was added and then changed in the same run unwinds in
               perform reverse-one-image
           end-perform

           close master-file
           perform refresh-extract
           perform rewrite-images

           move spaces to report-line
       load-images section.
           *> One pass fixes the target run id (latest on file when
           *> none was given), a second collects that run's images in
           *> arrival order. Every image stays on file - the run's own
           *> are stamped as backed out by rewrite-images, so the word
           *> lineage still shows the change and its reversal.
           open input image-file
           if ws-image-file-status not = "00"
               exit section
                           set ws-image-eof-yes to true
                       not at end
                           if img-run-id not = spaces
                                   and img-backed-out = spaces
                               move img-run-id to ws-run-id
                           end-if
                   end-read
                       set ws-image-eof-yes to true
                   not at end
                       if img-run-id = ws-run-id
                               and img-backed-out = spaces
                           if ws-image-count < 78-image-max
                               add 1 to ws-image-count
                               move img-action
                                   to ws-img-old(ws-image-count)
                               move img-new-word
                                   to ws-img-new(ws-image-count)
                           else
                               set ws-image-overflow-yes to true
                           end-if
                       end-if
               end-read
           exit section.

       reverse-one-image section.
           *> Reversal works on status alone: an added word is
           *> retired again, a deleted one reactivated, and a change
           *> swaps which of the pair is the active word.
           move spaces to ws-fail-reason
           evaluate ws-img-action(ws-image-num)
               when "ADD"
                   move ws-img-new(ws-image-num) to ws-search-word
                   perform find-word
                   if not ws-word-found-yes or wm-retired
                       move "ADDED WORD NOT ON FILE" to ws-fail-reason
                   else
                       perform retire-found-word
                   end-if
               when "DEL"
                   move ws-img-old(ws-image-num) to ws-search-word
                   perform find-word
                   if ws-word-found-yes and wm-active
                       move "DELETED WORD BACK ON FILE"
                           to ws-fail-reason
                   else
                       perform restore-search-word
                   end-if
               when "CHG"
                   move ws-img-new(ws-image-num) to ws-search-word
                   perform find-word
                   if not ws-word-found-yes or wm-retired
                       move "CHANGED WORD NOT ON FILE"
                           to ws-fail-reason
                   else
                       move ws-img-old(ws-image-num) to ws-search-word
                       perform find-word
                       if ws-word-found-yes and wm-active
                           move "OLD WORD ALREADY ON FILE"
                               to ws-fail-reason
                       else
                           perform restore-search-word
                           move ws-img-new(ws-image-num)
                               to ws-search-word
                           perform find-word
                           perform retire-found-word
                       end-if
                   end-if
               when other
                   move "UNKNOWN IMAGE ACTION" to ws-fail-reason
           exit section.

       find-word section.
           move ws-search-word to wm-word
           move "Y" to ws-word-found
           read master-file
               invalid key
                   move "N" to ws-word-found
           end-read
           exit section.

       retire-found-word section.
           move ws-today(1:8) to wm-changed-date
           move "(backout)" to wm-changed-by
           set wm-retired to true
           rewrite wm-master-record
           exit section.

       restore-search-word section.
           *> Reactivates ws-search-word after a find-word; a word
           *> that has vanished from the master altogether comes
           *> back as a fresh maintenance record.
           if ws-word-found-yes
               move ws-today(1:8) to wm-changed-date
               move "(backout)" to wm-changed-by
               set wm-active to true
               rewrite wm-master-record
           else
               initialize wm-master-record
               move ws-search-word to wm-word
               move "MNT" to wm-origin
               move ws-today(1:8) to wm-added-date
               move ws-today(1:8) to wm-changed-date
               move "(backout)" to wm-changed-by
               set wm-active to true
               write wm-master-record
           end-if
           exit section.

       refresh-extract section.
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

       rewrite-images section.
           *> A backed-out run's images are stamped with the backout
           *> time, so running the backout twice cannot reverse the
           *> same batch twice. The file is copied a record at a time to
           *> wordimages_new.dat, stamping as it goes, and the copy is
           *> renamed over the original only once it is complete.
           open input image-file
           if ws-image-file-status not = "00"
               display "WARNING: wordimages.dat cannot be reopened ("
                       ws-image-file-status ") - run " ws-run-id
                       " not stamped as backed out."
               exit section
           end-if
           open output image-work
           if ws-image-work-status not = "00"
               close image-file
               display "WARNING: wordimages_new.dat cannot be written ("
                       ws-image-work-status ") - run " ws-run-id
                       " not stamped as backed out."
               exit section
           end-if
           move "N" to ws-image-eof
           perform until ws-image-eof-yes
               read image-file
                   at end
                       set ws-image-eof-yes to true
                   not at end
                       if image-record not = spaces
                           if img-run-id = ws-run-id
                                   and img-backed-out = spaces
                               move ws-today(1:14) to img-backed-out
                           end-if
                           write image-work-record from image-record
                       end-if
               end-read
           end-perform
           close image-file
           close image-work
           call "CBL_RENAME_FILE" using ws-image-work-name,
                                        ws-image-name
               returning ws-file-rc
           end-call
           if ws-file-rc not = 0
               display "WARNING: wordimages_new.dat could not replace "
                       "wordimages.dat - run " ws-run-id
                       " not stamped as backed out."
           end-if
           exit section.

       write-status-footer section.
