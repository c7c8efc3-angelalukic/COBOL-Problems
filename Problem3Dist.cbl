      $set sourceformat(variable)
       identification division.
       program-id. Problem3Dist.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.
           select result-file assign to dynamic ws-result-name
               organization is line sequential
               file status is ws-result-status.
           select delivery-file assign to dynamic ws-delivery-name
               organization is line sequential
               file status is ws-delivery-status.
           select manifest-file assign to dynamic ws-manifest-name
               organization is line sequential.
           select dist-report assign to dynamic ws-dist-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  requestor-file.
       copy "RequestorMaster.cpy" replacing ==()== by ==rq==.

       fd  result-file.
       01  result-record.
           05 filler             pic x(48).
           05 res-requestor      pic x(8).
           05 filler             pic x(74).

       fd  delivery-file.
       01  delivery-record      pic x(130).

       fd  manifest-file.
       01  manifest-record.
           05 man-requestor      pic x(8).
           05 filler             pic x value space.
           05 man-file           pic x(45).
           05 filler             pic x value space.
           05 man-type           pic x(6).
           05 filler             pic x value space.
           05 man-count          pic 9(6).
           05 filler             pic x value space.
           05 man-hash           pic 9(10).

       fd  dist-report.
       01  report-line          pic x(100).

       working-storage section.
       78 78-dist-max          value 50.
       01 ws-requestor-status  pic x(2).
       01 ws-result-status     pic x(2).
       01 ws-delivery-status   pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> Every requestor due a delivery today: the ones on
      *> requestors.dat (who get a notice even with nothing to
      *> receive) plus any found on the results that the list does
      *> not know.
       01 ws-dist-count        pic 9(4) comp-x value 0.
       01 ws-dist-overflow     pic x value "N".
           88 ws-dist-overflow-yes value "Y".
       01 ws-dist-table.
           05 ws-dist-entry occurs 78-dist-max.
               10 ws-dst-code      pic x(8).
               10 ws-dst-listed    pic x.
                   88 ws-dst-listed-yes value "Y".
               10 ws-dst-count     pic 9(6).
       01 ws-dist-num          pic 9(4) comp-x.
       01 ws-dist-found        pic 9(4) comp-x.
       01 ws-work-code         pic x(8).
       01 ws-file-stem         pic x(8).
       01 ws-header-detail.
           05 hdr-tag            pic x(3) value "HDR".
           05 filler             pic x value space.
           05 hdr-requestor      pic x(8).
           05 filler             pic x value space.
           05 hdr-date           pic x(8).
           05 filler             pic x value space.
           05 hdr-count          pic 9(6).
           05 filler             pic x value space.
           05 hdr-type           pic x(6).
       01 ws-notice-detail.
           05 filler             pic x(30) value
                                 "NOTHING SUBMITTED BY REQUESTOR".
           05 filler             pic x value space.
           05 ntc-requestor      pic x(8).
           05 filler             pic x(5) value " FOR ".
           05 ntc-date           pic x(8).
       01 ws-files-written     pic 9(4) value 0.
       01 ws-notices-written   pic 9(4) value 0.
       01 ws-unlisted-count    pic 9(4) value 0.
       01 ws-records-burst     pic 9(9) value 0.
       01 ws-trailer-bad       pic x value "N".
           88 ws-trailer-bad-yes value "Y".
       01 ws-ctr-buffer        pic x(100).
       01 ws-ctr-count         pic 9(6) value 0.
       01 ws-ctr-sum           pic 9(10) value 0.
       01 ws-ctd-buffer        pic x(100).
       01 ws-ctd-count         pic 9(6).
       01 ws-ctd-sum           pic 9(10).
       01 ws-ctd-slices        pic 9(6).
       01 ws-ctm-buffer        pic x(100).
       01 ws-ctm-count         pic 9(6) value 0.
       01 ws-ctm-sum           pic 9(10) value 0.
       01 ws-ct-result         pic 9(4).
       01 ws-ct-file           pic x(45).
       01 ws-ct-direction      pic x.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-requestor-name    pic x(45).
       01 ws-result-name       pic x(45).
       01 ws-delivery-base     pic x(45).
       01 ws-delivery-name     pic x(45).
       01 ws-manifest-name     pic x(45).
       01 ws-dist-rpt-name     pic x(45).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name
           move "problem3batch.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-result-name
           move "problem3dist_manifest.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-manifest-name
           move "problem3dist_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-dist-rpt-name

           open output dist-report
           move function current-date to ws-report-timestamp
           move "Problem3Dist" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           perform load-requestors

           open input result-file
           if ws-result-status not = "00"
               display "ERROR: problem3batch.dat not found - run "
                       "Problem3 first."
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close dist-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           *> First pass: count each requestor's results and prove
           *> the file against its trailer before anything is cut.
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read result-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       perform count-one-result
               end-read
           end-perform
           close result-file

           move "problem3batch.dat" to ws-ct-file
           move "R" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ctr-count, ws-ctr-sum

           if ws-trailer-bad-yes or ws-dist-overflow-yes
               if ws-trailer-bad-yes
                   display "ERROR: problem3batch.dat trailer does "
                           "not match its records - nothing "
                           "distributed."
                   move 78-ec-trailer-error to ws-audit-rc
               else
                   display "ERROR: more requestors than one "
                           "distribution run can hold - nothing "
                           "distributed."
                   move 78-ec-invalid-data to ws-audit-rc
               end-if
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close dist-report
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning ws-audit-rc
           end-if

           *> Second pass per requestor: one delivery file each.
           open output manifest-file
           perform varying ws-dist-num from 1 by 1
                   until ws-dist-num > ws-dist-count
               perform deliver-one-requestor
           end-perform
           call "cttrailer" using ws-ctm-buffer, ws-ctm-count,
                                  ws-ctm-sum
           write manifest-record from ws-ctm-buffer(1:19)
           close manifest-file

           move "problem3dist_manifest.dat" to ws-ct-file
           move "W" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ctm-count, ws-ctm-sum

           move spaces to report-line
           string "FILES: " ws-files-written
                  " NOTICES: " ws-notices-written
                  " NOT ON REQUESTOR LIST: " ws-unlisted-count
                  " RECORDS: " ws-records-burst
                  delimited by size into report-line
           end-string
           write report-line

           display "Problem3 distribution: " ws-files-written
                   " delivery file(s), " ws-notices-written
                   " notice(s)."
           move "OK     " to ws-report-status
           move ws-records-burst to ws-report-record-count
           perform write-status-footer
           close dist-report

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-requestors section.
           move 0 to ws-dist-count
           open input requestor-file
           if ws-requestor-status not = "00"
               move spaces to report-line
               string "WARNING: requestors.dat not found - only "
                      "requestors with results are delivered"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read requestor-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       *> A requestor made inactive on the master
                       *> is owed no notice.
                       if rq-rqm-code not = spaces
                               and rq-rqm-code(1:1) not = "*"
                               and rq-rqm-active-yes
                           move rq-rqm-code to ws-work-code
                           perform find-or-add-requestor
                           if ws-dist-found not = 0
                               move "Y"
                                   to ws-dst-listed(ws-dist-found)
                           end-if
                       end-if
               end-read
           end-perform
           close requestor-file
           exit section.

       count-one-result section.
           if result-record(1:3) = "TRL"
                   and result-record(4:16) is numeric
               move result-record to ws-ctr-buffer
               call "ctcheck" using ws-ctr-buffer, ws-ctr-count,
                                    ws-ctr-sum, ws-ct-result
               if ws-ct-result not = 78-ec-ok
                   set ws-trailer-bad-yes to true
               end-if
               exit section
           end-if
           if result-record = spaces
               exit section
           end-if
           move result-record to ws-ctr-buffer
           call "cthash" using ws-ctr-buffer, ws-ctr-count,
                               ws-ctr-sum
           move res-requestor to ws-work-code
           perform find-or-add-requestor
           if ws-dist-found not = 0
               add 1 to ws-dst-count(ws-dist-found)
           end-if
           exit section.

       find-or-add-requestor section.
           move 0 to ws-dist-found
           perform varying ws-dist-num from 1 by 1
                   until ws-dist-num > ws-dist-count
                      or ws-dist-found not = 0
               if ws-dst-code(ws-dist-num) = ws-work-code
                   move ws-dist-num to ws-dist-found
               end-if
           end-perform
           if ws-dist-found = 0
               if ws-dist-count = 78-dist-max
                   set ws-dist-overflow-yes to true
                   exit section
               end-if
               add 1 to ws-dist-count
               move ws-dist-count to ws-dist-found
               move ws-work-code to ws-dst-code(ws-dist-found)
               move "N" to ws-dst-listed(ws-dist-found)
               move 0 to ws-dst-count(ws-dist-found)
           end-if
           exit section.

       deliver-one-requestor section.
           *> Results with no requestor were written as "(none)" by
           *> Problem3; their file goes out under NONE.
           if ws-dst-code(ws-dist-num) = "(none)"
               move "NONE" to ws-file-stem
           else
               move ws-dst-code(ws-dist-num) to ws-file-stem
           end-if
           move spaces to ws-delivery-base
           string "problem3dist_"
                  function lower-case(function trim(ws-file-stem))
                  ".dat"
                  delimited by size into ws-delivery-base
           end-string
           call "resolvename" using ws-delivery-base,
                                    ws-delivery-name

           open output delivery-file
           if ws-delivery-status not = "00"
               move spaces to report-line
               string "CANNOT WRITE " function trim(ws-delivery-name)
                      " STATUS " ws-delivery-status
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if

           move ws-dst-code(ws-dist-num) to hdr-requestor
           move ws-report-timestamp(1:8) to hdr-date
           move ws-dst-count(ws-dist-num) to hdr-count
           if ws-dst-count(ws-dist-num) = 0
               move "NOTICE" to hdr-type
           else
               move "DATA" to hdr-type
           end-if
           write delivery-record from ws-header-detail

           move 0 to ws-ctd-count
           move 0 to ws-ctd-sum
           if ws-dst-count(ws-dist-num) = 0
               move ws-dst-code(ws-dist-num) to ntc-requestor
               move ws-report-timestamp(1:8) to ntc-date
               write delivery-record from ws-notice-detail
               add 1 to ws-notices-written
           else
               perform copy-requestor-results
               add 1 to ws-files-written
           end-if
           call "cttrailer" using ws-ctd-buffer, ws-ctd-count,
                                  ws-ctd-sum
           write delivery-record from ws-ctd-buffer(1:19)
           close delivery-file

           move spaces to manifest-record
           move ws-dst-code(ws-dist-num) to man-requestor
           move ws-delivery-base to man-file
           move hdr-type to man-type
           move ws-ctd-count to man-count
           move ws-ctd-sum to man-hash
           move manifest-record to ws-ctm-buffer
           call "cthash" using ws-ctm-buffer, ws-ctm-count,
                               ws-ctm-sum
           write manifest-record

           move spaces to report-line
           if ws-dst-listed-yes(ws-dist-num)
               string hdr-type " " ws-dst-code(ws-dist-num) " "
                      function trim(ws-delivery-base)
                      " RECORDS: " ws-ctd-count
                      delimited by size into report-line
               end-string
           else
               add 1 to ws-unlisted-count
               string hdr-type " " ws-dst-code(ws-dist-num) " "
                      function trim(ws-delivery-base)
                      " RECORDS: " ws-ctd-count
                      " (NOT ON REQUESTOR LIST)"
                      delimited by size into report-line
               end-string
           end-if
           write report-line
           exit section.

       copy-requestor-results section.
           open input result-file
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read result-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if res-requestor = ws-dst-code(ws-dist-num)
                               and not (result-record(1:3) = "TRL"
                                   and result-record(4:16) is numeric)
                           move result-record to delivery-record
                           perform hash-delivery-record
                           write delivery-record
                           add 1 to ws-records-burst
                       end-if
               end-read
           end-perform
           close result-file
           exit section.

       hash-delivery-record section.
           *> The record counts once; its columns past the ControlTotal
           *> buffer add their slice to the hash only.
           move delivery-record(1:100) to ws-ctd-buffer
           call "cthash" using ws-ctd-buffer, ws-ctd-count, ws-ctd-sum
           if delivery-record(101:30) not = spaces
               move delivery-record(101:30) to ws-ctd-buffer
               call "cthash" using ws-ctd-buffer, ws-ctd-slices,
                                   ws-ctd-sum
           end-if
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program Problem3Dist.
