      $set sourceformat(variable)
       identification division.
       program-id. LayoutReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select layout-file assign to dynamic ws-layout-name
               organization is line sequential
               file status is ws-layout-status.
           select registry-file assign to dynamic ws-registry-name
               organization is line sequential
               file status is ws-registry-status.
           select layout-report assign to dynamic ws-layout-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  layout-file.
       copy "RecordLayout.cpy" replacing ==()== by ==rl==.

       fd  registry-file.
       01  registry-record      pic x(80).

       fd  layout-report.
       01  report-line          pic x(80).

       working-storage section.
      *> Prints the current definition of every file on the record-
      *> layout catalog, field by field, and flags what would trip up
      *> the programs that read it: bad columns, fields overlapping or
      *> out of column order, a field name used twice, and suite files
      *> on fileregistry.dat that have no layout at all.
       78 78-file-max          value 100.
       01 ws-layout-name       pic x(45).
       01 ws-registry-name     pic x(45).
       01 ws-layout-rpt-name   pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-layout-status     pic x(2).
       01 ws-registry-status   pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-current-file      pic x(25) value spaces.
       01 ws-file-count        pic 9(4) comp-x value 0.
       01 ws-file-table.
           05 ws-file-name occurs 78-file-max pic x(25).
       01 ws-file-num          pic 9(4) comp-x.
       01 ws-file-found        pic x.
           88 ws-file-found-yes value "Y".
       01 ws-field-count       pic 9(4) comp-x.
       01 ws-field-names.
           05 ws-seen-field occurs 30 pic x(12).
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-prev-end          pic 9(4) comp-x.
       01 ws-field-end         pic 9(4).
       01 ws-file-width        pic 9(4).
       01 ws-problem           pic x(30).
       01 ws-files-total       pic 9(6) value 0.
       01 ws-fields-total      pic 9(6) value 0.
       01 ws-problems-total    pic 9(6) value 0.
       01 ws-unlaid-total      pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "layoutreport_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-layout-rpt-name
           move "recordlayouts.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-layout-name
           move "fileregistry.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-registry-name

           open output layout-report
           move function current-date to ws-report-timestamp
           move "LayoutReport" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           open input layout-file
           if ws-layout-status not = "00"
               display "recordlayouts.dat not found - no layouts to "
                       "report."
               move "NO LAYOUT CATALOG" to report-line
               write report-line
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close layout-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read layout-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if rl-lay-file not = spaces
                               and rl-lay-file(1:1) not = "*"
                           perform report-one-field
                       end-if
               end-read
           end-perform
           close layout-file
           if ws-current-file not = spaces
               perform end-one-file
           end-if

           perform check-registry

           move spaces to report-line
           string "FILES: " ws-files-total
                  " FIELDS: " ws-fields-total
                  " PROBLEMS: " ws-problems-total
                  " UNLAID: " ws-unlaid-total
                  delimited by size into report-line
           end-string
           write report-line

           move ws-files-total to ws-report-record-count
           if ws-problems-total not = 0 or ws-unlaid-total not = 0
               display "WARNING: " ws-problems-total " layout "
                       "problem(s), " ws-unlaid-total " registered "
                       "file(s) without a layout - see "
                       "layoutreport_report.log."
               move "FAILED " to ws-report-status
               perform write-status-footer
               close layout-report
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if

           display "Layout report written: " ws-files-total
                   " file(s), " ws-fields-total " field(s)."
           move "OK     " to ws-report-status
           perform write-status-footer
           close layout-report
           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       report-one-field section.
           if rl-lay-file not = ws-current-file
               if ws-current-file not = spaces
                   perform end-one-file
               end-if
               perform start-one-file
           end-if

           add 1 to ws-fields-total
           move spaces to ws-problem
           if rl-lay-start not numeric or rl-lay-length not numeric
                   or rl-lay-start = 0 or rl-lay-length = 0
               move "BAD COLUMNS" to ws-problem
               move 0 to ws-field-end
           else
               compute ws-field-end = rl-lay-start + rl-lay-length - 1
               if rl-lay-start <= ws-prev-end
                   move "OVERLAPS OR OUT OF ORDER" to ws-problem
               end-if
               if ws-field-end > ws-prev-end
                   move ws-field-end to ws-prev-end
               end-if
           end-if
           if not (rl-lay-digits or rl-lay-number or rl-lay-text)
                   and ws-problem = spaces
               move "UNKNOWN TYPE" to ws-problem
           end-if
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-field-count
               if ws-seen-field(ws-field-num) = rl-lay-field
                       and ws-problem = spaces
                   move "FIELD NAME REPEATED" to ws-problem
               end-if
           end-perform
           if ws-field-count < 30
               add 1 to ws-field-count
               move rl-lay-field to ws-seen-field(ws-field-count)
           end-if
           if ws-problem not = spaces
               add 1 to ws-problems-total
           end-if

           move spaces to report-line
           string "  " rl-lay-field " " rl-lay-start " " rl-lay-length
                  " " ws-field-end "  " rl-lay-type "    "
                  rl-lay-mask " " ws-problem
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       start-one-file section.
           move rl-lay-file to ws-current-file
           move 0 to ws-field-count
           move 0 to ws-prev-end
           add 1 to ws-files-total
           if ws-file-count < 78-file-max
               add 1 to ws-file-count
               move rl-lay-file to ws-file-name(ws-file-count)
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FILE: " rl-lay-file
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  FIELD        FROM LEN  TO    TYPE MASK"
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end-one-file section.
           move ws-prev-end to ws-file-width
           move spaces to report-line
           string "  RECORD WIDTH " ws-file-width
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       check-registry section.
           *> Every file FileAudit sweeps is a suite file some program
           *> reads or writes by column - each should be described.
           open input registry-file
           if ws-registry-status not = "00"
               exit section
           end-if
           move spaces to report-line
           write report-line
           move "REGISTERED FILES WITHOUT A LAYOUT:" to report-line
           write report-line
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read registry-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if registry-record not = spaces
                               and registry-record(1:1) not = "*"
                           perform check-one-registered
                       end-if
               end-read
           end-perform
           close registry-file
           if ws-unlaid-total = 0
               move "  (none)" to report-line
               write report-line
           end-if
           exit section.

       check-one-registered section.
           move "N" to ws-file-found
           perform varying ws-file-num from 1 by 1
                   until ws-file-num > ws-file-count
                      or ws-file-found-yes
               if ws-file-name(ws-file-num) = registry-record
                   set ws-file-found-yes to true
               end-if
           end-perform
           if not ws-file-found-yes
               add 1 to ws-unlaid-total
               move spaces to report-line
               string "  " function trim(registry-record)
                      delimited by size into report-line
               end-string
               write report-line
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

       end program LayoutReport.
