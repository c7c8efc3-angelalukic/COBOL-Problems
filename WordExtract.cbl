      $set sourceformat(variable)
       identification division.
       program-id. WordExtract.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select master-file assign to dynamic ws-master-name
               organization is indexed
               access mode is dynamic
               record key is wm-word
               file status is ws-master-status.
           select word-file assign to dynamic ws-word-name
               organization is line sequential
               file status is ws-word-file-status.
           select extract-report assign to dynamic ws-extract-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  master-file.
       copy "WordMaster.cpy"   replacing ==()== by ==wm==.

       fd  word-file.
       01  word-record          pic x(20).

       fd  extract-report.
       01  report-line          pic x(80).

       working-storage section.
       01 ws-master-status     pic x(2).
       01 ws-word-file-status  pic x(2).
       01 ws-master-eof        pic x value "N".
           88 ws-master-eof-yes value "Y".
       01 ws-word-eof          pic x value "N".
           88 ws-word-eof-yes  value "Y".
       01 ws-extract-mode      pic x(8) value spaces.
           88 ws-extract-convert value "CONVERT".
       01 ws-active-count      pic 9(9) value 0.
       01 ws-retired-count     pic 9(9) value 0.
       01 ws-loaded-count      pic 9(9) value 0.
       01 ws-duplicate-count   pic 9(9) value 0.
       01 ws-today             pic x(21).
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-count          pic 9(6) value 0.
       01 ws-ct-sum            pic 9(10) value 0.
       01 ws-ct-file           pic x(45).
       01 ws-ct-direction      pic x.
       01 ws-resolve-base      pic x(45).
       01 ws-master-name       pic x(45).
       01 ws-word-name         pic x(45).
       01 ws-extract-rpt-name  pic x(45).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "wordmaster.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-master-name
           move "wordlist.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-word-name
           move "wordextract_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-extract-rpt-name

           open output extract-report
           move function current-date to ws-report-timestamp
           move function current-date to ws-today
           move "WordExtract" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           *> In the chain (or called from the maintenance programs)
           *> this is always a plain extract. Run by hand with
           *> CONVERT it first seeds the master from an existing
           *> wordlist.dat - the one-off load when a shop moves over
           *> to the master.
           if address of lk-step-parms not = null
                   and lk-parm-eye-valid
               move spaces to ws-extract-mode
           else
               move 1 to ws-arg-index
               display ws-arg-index upon argument-number
               accept ws-extract-mode from argument-value
               move function upper-case(ws-extract-mode)
                   to ws-extract-mode
           end-if

           move spaces to ws-audit-parms
           if ws-extract-convert
               move "MODE=CONVERT" to ws-audit-parms
           else
               move "MODE=EXTRACT" to ws-audit-parms
           end-if
           call "auditstart" using ws-report-program, ws-audit-parms

           if ws-extract-convert
               perform convert-wordlist
           end-if

           open input master-file
           if ws-master-status not = "00"
               display "ERROR: wordmaster.dat not found - run "
                       "WordExtract CONVERT to build it from "
                       "wordlist.dat."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close extract-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           perform extract-active-words
           close master-file

           move spaces to report-line
           string "ACTIVE: " ws-active-count
                  " RETIRED: " ws-retired-count
                  delimited by size into report-line
           end-string
           write report-line

           move "OK     " to ws-report-status
           move ws-active-count to ws-report-record-count
           perform write-status-footer
           close extract-report

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       convert-wordlist section.
           *> Every word on the old flat file becomes an active master
           *> record. A word already on the master is left exactly as
           *> it is, so running the conversion twice does no harm.
           open input word-file
           if ws-word-file-status not = "00"
               move "CONVERT: wordlist.dat not found - nothing loaded"
                   to report-line
               write report-line
               exit section
           end-if

           open i-o master-file
           if ws-master-status = "35"
               open output master-file
               close master-file
               open i-o master-file
           end-if

           move "N" to ws-word-eof
           perform until ws-word-eof-yes
               read word-file
                   at end
                       set ws-word-eof-yes to true
                   not at end
                       if word-record not = spaces
                               and not (word-record(1:3) = "TRL"
                                   and word-record(4:16) is numeric)
                           perform convert-one-word
                       end-if
               end-read
           end-perform
           close word-file
           close master-file

           move spaces to report-line
           string "CONVERT: LOADED " ws-loaded-count
                  " ALREADY ON MASTER " ws-duplicate-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       convert-one-word section.
           initialize wm-master-record
           move word-record to wm-word
           move "LST" to wm-origin
           move ws-today(1:8) to wm-added-date
           move ws-today(1:8) to wm-changed-date
           move "(convert)" to wm-changed-by
           set wm-active to true
           write wm-master-record
               invalid key
                   add 1 to ws-duplicate-count
               not invalid key
                   add 1 to ws-loaded-count
           end-write
           exit section.

       extract-active-words section.
           *> Key order is word order, so the extract comes out
           *> sorted; BubbleSort still owns the sequence the chain
           *> relies on.
           open output word-file
           move 0 to ws-ct-count
           move 0 to ws-ct-sum
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
                           move wm-word to word-record
                           move word-record to ws-ct-buffer
                           call "cthash" using ws-ct-buffer,
                                               ws-ct-count,
                                               ws-ct-sum
                           write word-record
                       else
                           add 1 to ws-retired-count
                       end-if
               end-read
           end-perform
           call "cttrailer" using ws-ct-buffer, ws-ct-count,
                                  ws-ct-sum
           move ws-ct-buffer(1:19) to word-record
           write word-record
           close word-file

           move "wordlist.dat" to ws-ct-file
           move "W" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ct-count, ws-ct-sum
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program WordExtract.
