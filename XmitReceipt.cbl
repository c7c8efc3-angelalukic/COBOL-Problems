      $set sourceformat(variable)
       identification division.
       program-id. XmitReceipt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select outbound-config assign to dynamic ws-config-name
               organization is line sequential
               file status is ws-config-status.
           select manifest-file assign to dynamic ws-manifest-name
               organization is line sequential
               file status is ws-manifest-status.
           select archive-file assign to dynamic ws-archive-name
               organization is line sequential
               file status is ws-archive-status.
           select ack-file assign to dynamic ws-ack-name
               organization is line sequential
               file status is ws-ack-status.
           select receipt-report assign to dynamic ws-receipt-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  outbound-config.
       01  config-record.
           05 cfg-file             pic x(30).
           05 filler               pic x.
           05 cfg-receiver         pic x(8).
           05 filler               pic x.
           05 cfg-due-hours        pic 9(3).
           05 filler               pic x(37).

       fd  manifest-file.
       copy "XmitManifest.cpy" replacing ==()== by ==mf==.

      *> A monthly generation of settled manifest rows.
       fd  archive-file.
       01  archive-record       pic x(136).

       fd  ack-file.
       copy "XmitAck.cpy"      replacing ==()== by ==ak==.

       fd  receipt-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Matches the receiving teams' acknowledgement files against the
      *> transmission manifest. Each team on outboundfiles.dat has its
      *> xmitack_<team>.dat read; an acknowledgement is matched to the
      *> manifest row for the same file, generation and team and marks
      *> it RECEIVED, or MISMATCH when the team's record count or hash
      *> differs from what was sent. The manifest is rewritten and the
      *> acknowledgement files emptied once taken in. The report then
      *> lists every open transmission - unacknowledged past its due
      *> time, or acknowledged with a different count or hash - and,
      *> when a file name is given as the first argument, that file's
      *> full sending and receipt history.
      *> A RECEIVED row sent before this month is settled: the
      *> rewrite moves it to xmitmanifest_arch_<YYYYMM>.dat, unless it
      *> is the newest generation of its file, which XmitManifest
      *> numbers the next one from. The file history reads those
      *> generations, oldest first, before the live manifest.
       78 78-manifest-max      value 5000.
       78 78-receiver-max      value 50.
       78 78-latest-max        value 100.
       78 78-archive-years     value 7.
       01 ws-config-name       pic x(45).
       01 ws-manifest-name     pic x(45).
       01 ws-ack-name          pic x(45).
       01 ws-receipt-rpt-name  pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-config-status     pic x(2).
       01 ws-manifest-status   pic x(2).
       01 ws-ack-status        pic x(2).
       01 ws-archive-name      pic x(45).
       01 ws-archive-status    pic x(2).
       01 ws-archive-open      pic x value "N".
           88 ws-archive-open-yes value "Y".
       01 ws-this-month        pic 9(6).
       01 ws-arch-month        pic 9(6).
       01 ws-archived-total    pic 9(6) value 0.
       01 ws-settled-count     pic 9(6) value 0.
       01 ws-kept-count        pic 9(4) comp-x.
       01 ws-rewrite-ok        pic x value "N".
           88 ws-rewrite-ok-yes value "Y".
      *> The newest generation of each file on the manifest.
       01 ws-latest-count      pic 9(4) comp-x value 0.
       01 ws-latest-table.
           05 ws-latest-entry occurs 78-latest-max.
               10 ws-lst-file       pic x(30).
               10 ws-lst-generation pic 9(6).
       01 ws-latest-num        pic 9(4) comp-x.
       01 ws-latest-match      pic 9(4) comp-x.
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-manifest-count    pic 9(4) comp-x value 0.
       01 ws-manifest-table.
           05 ws-manifest-entry occurs 78-manifest-max pic x(136).
       01 ws-manifest-num      pic 9(4) comp-x.
       01 ws-match-num         pic 9(4) comp-x.
       01 ws-receiver-count    pic 9(4) comp-x value 0.
       01 ws-receiver-table.
           05 ws-receiver-entry occurs 78-receiver-max pic x(8).
      *> Set for each team whose acknowledgement file was read; the
      *> file is emptied only once the manifest has been rewritten.
       01 ws-receiver-taken-table.
           05 ws-receiver-taken occurs 78-receiver-max pic x.
       01 ws-receiver-num      pic 9(4) comp-x.
       01 ws-receiver-match    pic 9(4) comp-x.
       01 ws-history-file      pic x(30) value spaces.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-receipt-timestamp pic x(21).
       01 ws-now               pic x(14).
       01 ws-table-full        pic x value "N".
           88 ws-table-full-yes value "Y".
       01 ws-acks-read         pic 9(6) value 0.
       01 ws-received-total    pic 9(6) value 0.
       01 ws-mismatch-total    pic 9(6) value 0.
       01 ws-unmatched-total   pic 9(6) value 0.
       01 ws-open-mismatch     pic 9(6) value 0.
       01 ws-overdue-total     pic 9(6) value 0.
       01 ws-awaiting-total    pic 9(6) value 0.
       01 ws-history-total     pic 9(6) value 0.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "XmitManifest.cpy" replacing ==()== by ==ws==.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-history-file from argument-value

           move "outboundfiles.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-config-name
           move "xmitmanifest.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-manifest-name
           move "xmitreceipt_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-receipt-rpt-name

           open output receipt-report
           move function current-date to ws-report-timestamp
           move "XmitReceipt" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "FILE=" ws-history-file
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move function current-date to ws-receipt-timestamp
           move ws-receipt-timestamp(1:14) to ws-now

           perform load-manifest
           if ws-table-full-yes
               move ws-manifest-count to ws-report-record-count
               move spaces to report-line
               string "STATUS: FAILED RECORDS: " ws-report-record-count
                      " - xmitmanifest.dat EXCEEDS TABLE SIZE"
                      delimited by size into report-line
               end-string
               write report-line
               close receipt-report
               display "ERROR: xmitmanifest.dat has more than "
                       ws-report-record-count " rows - nothing taken in."
               move 78-ec-table-size to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-table-size
           end-if

           perform load-receivers
           move spaces to report-line
           write report-line
           move "ACKNOWLEDGEMENTS TAKEN IN:" to report-line
           write report-line
           perform varying ws-receiver-num from 1 by 1
                   until ws-receiver-num > ws-receiver-count
               perform take-in-receiver
           end-perform
           if ws-acks-read = 0
               move "  (none)" to report-line
               write report-line
           end-if

           perform find-settled-rows
           if ws-acks-read not = 0 or ws-settled-count not = 0
               perform rewrite-manifest
               if ws-rewrite-ok-yes
                   perform empty-ack-files
               end-if
           end-if

           perform report-open-transmissions
           if ws-history-file not = spaces
               perform report-file-history
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ACKS READ: " ws-acks-read
                  " RECEIVED: " ws-received-total
                  " MISMATCHED: " ws-mismatch-total
                  " UNMATCHED: " ws-unmatched-total
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "OPEN: OVERDUE: " ws-overdue-total
                  " MISMATCH: " ws-open-mismatch
                  " AWAITING (NOT YET DUE): " ws-awaiting-total
                  delimited by size into report-line
           end-string
           write report-line

           if ws-overdue-total not = 0 or ws-open-mismatch not = 0
               move 78-ec-out-of-balance to ws-return-code
               move "FAILED " to ws-report-status
               display "WARNING: " ws-overdue-total " overdue and "
                       ws-open-mismatch " mismatched transmission(s) - "
                       "see xmitreceipt_report.log."
           else
               move "OK     " to ws-report-status
           end-if
           move ws-manifest-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close receipt-report

           move ws-return-code to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning ws-return-code.

       load-manifest section.
           move 0 to ws-manifest-count
           open input manifest-file
           if ws-manifest-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read manifest-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if mf-xmit-manifest not = spaces
                           if ws-manifest-count = 78-manifest-max
                               set ws-table-full-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-manifest-count
                               move mf-xmit-manifest
                                   to ws-manifest-entry(ws-manifest-count)
                           end-if
                       end-if
               end-read
           end-perform
           close manifest-file
           exit section.

       load-receivers section.
           *> Each team once, in the order outboundfiles.dat names them.
           move 0 to ws-receiver-count
           open input outbound-config
           if ws-config-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read outbound-config
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if cfg-file not = spaces
                               and cfg-file(1:1) not = "*"
                               and cfg-receiver not = spaces
                           perform add-receiver
                       end-if
               end-read
           end-perform
           close outbound-config
           exit section.

       add-receiver section.
           move 0 to ws-receiver-match
           perform varying ws-receiver-num from 1 by 1
                   until ws-receiver-num > ws-receiver-count
                      or ws-receiver-match not = 0
               if ws-receiver-entry(ws-receiver-num) = cfg-receiver
                   move ws-receiver-num to ws-receiver-match
               end-if
           end-perform
           if ws-receiver-match = 0
                   and ws-receiver-count < 78-receiver-max
               add 1 to ws-receiver-count
               move cfg-receiver to ws-receiver-entry(ws-receiver-count)
           end-if
           exit section.

       take-in-receiver section.
           perform derive-ack-name
           move "N" to ws-receiver-taken(ws-receiver-num)
           open input ack-file
           if ws-ack-status not = "00"
               exit section
           end-if
           move "Y" to ws-receiver-taken(ws-receiver-num)
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read ack-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if ak-xak-file not = spaces
                               and ak-xak-file(1:1) not = "*"
                           perform apply-one-ack
                       end-if
               end-read
           end-perform
           close ack-file
           exit section.

       empty-ack-files section.
           *> Taken in and recorded - empty each file so the team's
           *> next acknowledgements are not applied twice.
           perform varying ws-receiver-num from 1 by 1
                   until ws-receiver-num > ws-receiver-count
               if ws-receiver-taken(ws-receiver-num) = "Y"
                   perform derive-ack-name
                   open output ack-file
                   close ack-file
               end-if
           end-perform
           exit section.

       derive-ack-name section.
           move spaces to ws-resolve-base
           string "xmitack_"
                  function lower-case(
                      function trim(ws-receiver-entry(ws-receiver-num)))
                  ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolvename" using ws-resolve-base, ws-ack-name
           exit section.

       apply-one-ack section.
           add 1 to ws-acks-read
           move 0 to ws-match-num
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
                      or ws-match-num not = 0
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               if ws-xmt-file = ak-xak-file
                       and ws-xmt-generation = ak-xak-generation
                       and ws-xmt-receiver
                           = ws-receiver-entry(ws-receiver-num)
                   move ws-manifest-num to ws-match-num
               end-if
           end-perform
           if ws-match-num = 0
               add 1 to ws-unmatched-total
               move spaces to report-line
               string "  UNMATCHED " ws-receiver-entry(ws-receiver-num)
                      " " ak-xak-file " GEN " ak-xak-generation
                      " - NOT ON THE MANIFEST FOR THIS TEAM"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if

           move ak-xak-received to ws-xmt-ack-time
           if ak-xak-count numeric
               move ak-xak-count to ws-xmt-ack-count
           else
               move 0 to ws-xmt-ack-count
           end-if
           if ak-xak-hash numeric
               move ak-xak-hash to ws-xmt-ack-hash
           else
               move 0 to ws-xmt-ack-hash
           end-if
           if ws-xmt-ack-count = ws-xmt-count
                   and ws-xmt-ack-hash = ws-xmt-hash
               set ws-xmt-received to true
               add 1 to ws-received-total
           else
               set ws-xmt-mismatch to true
               add 1 to ws-mismatch-total
           end-if
           move ws-xmit-manifest to ws-manifest-entry(ws-match-num)

           move spaces to report-line
           string "  " ws-xmt-state " " ws-xmt-receiver
                  " " ws-xmt-file " GEN " ws-xmt-generation
                  " SENT " ws-xmt-count "/" ws-xmt-hash
                  " ACK " ws-xmt-ack-count "/" ws-xmt-ack-hash
                  " AT " ws-xmt-ack-time
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       find-settled-rows section.
           *> The newest generation of each file first, then every
           *> row that may leave the live manifest.
           move ws-now(1:6) to ws-this-month
           move 0 to ws-latest-count
           move 0 to ws-settled-count
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               perform find-latest
               if ws-latest-match = 0
                   if ws-latest-count < 78-latest-max
                       add 1 to ws-latest-count
                       move ws-xmt-file to ws-lst-file(ws-latest-count)
                       move ws-xmt-generation
                           to ws-lst-generation(ws-latest-count)
                   end-if
               else
                   if ws-xmt-generation
                           > ws-lst-generation(ws-latest-match)
                       move ws-xmt-generation
                           to ws-lst-generation(ws-latest-match)
                   end-if
               end-if
           end-perform
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               perform check-settled
               if ws-latest-match not = 0
                   add 1 to ws-settled-count
               end-if
           end-perform
           exit section.

       find-latest section.
           move 0 to ws-latest-match
           perform varying ws-latest-num from 1 by 1
                   until ws-latest-num > ws-latest-count
                      or ws-latest-match not = 0
               if ws-lst-file(ws-latest-num) = ws-xmt-file
                   move ws-latest-num to ws-latest-match
               end-if
           end-perform
           exit section.

       check-settled section.
           *> Leaves ws-latest-match non-zero when the row in
           *> ws-xmit-manifest is settled and may be archived; a file
           *> the latest table could not hold keeps all its rows.
           if not ws-xmt-received
                   or ws-xmt-sent(1:6) not < ws-this-month
               move 0 to ws-latest-match
               exit section
           end-if
           perform find-latest
           if ws-latest-match not = 0
               if ws-xmt-generation
                       not < ws-lst-generation(ws-latest-match)
                   move 0 to ws-latest-match
               end-if
           end-if
           exit section.

       rewrite-manifest section.
           move "N" to ws-rewrite-ok
           move "N" to ws-archive-open
           if ws-settled-count not = 0
               move spaces to ws-resolve-base
               string "xmitmanifest_arch_" ws-this-month ".dat"
                      delimited by size into ws-resolve-base
               end-string
               call "resolvename" using ws-resolve-base,
                                        ws-archive-name
               open extend archive-file
               if ws-archive-status = "35"
                   open output archive-file
               end-if
               if ws-archive-status = "00"
                   set ws-archive-open-yes to true
               else
                   display "WARNING: " function trim(ws-archive-name)
                           " could not be opened - settled rows kept "
                           "on the manifest."
               end-if
           end-if
           open output manifest-file
           if ws-manifest-status not = "00"
               display "WARNING: xmitmanifest.dat could not be "
                       "rewritten - acknowledgements not recorded."
               if ws-archive-open-yes
                   close archive-file
               end-if
               exit section
           end-if
           *> Rows kept move up the table as settled ones leave it, so
           *> the reports below see only what is still live.
           move 0 to ws-kept-count
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               move 0 to ws-latest-match
               if ws-archive-open-yes
                   perform check-settled
               end-if
               if ws-latest-match not = 0
                   write archive-record from ws-xmit-manifest
                   add 1 to ws-archived-total
               else
                   write mf-xmit-manifest from ws-xmit-manifest
                   add 1 to ws-kept-count
                   move ws-xmit-manifest
                       to ws-manifest-entry(ws-kept-count)
               end-if
           end-perform
           close manifest-file
           if ws-archive-open-yes
               close archive-file
           end-if
           move ws-kept-count to ws-manifest-count
           set ws-rewrite-ok-yes to true
           if ws-archived-total not = 0
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "SETTLED ROWS ARCHIVED TO "
                      function trim(ws-archive-name) ": "
                      ws-archived-total
                      delimited by size into report-line
               end-string
               write report-line
           end-if
           exit section.

       report-open-transmissions section.
           move spaces to report-line
           write report-line
           move "OPEN TRANSMISSIONS:" to report-line
           write report-line
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               evaluate true
                   when ws-xmt-mismatch
                       add 1 to ws-open-mismatch
                       perform write-open-line
                   when ws-xmt-sent-state and ws-xmt-due < ws-now
                       add 1 to ws-overdue-total
                       perform write-open-line
                   when ws-xmt-sent-state
                       add 1 to ws-awaiting-total
               end-evaluate
           end-perform
           if ws-open-mismatch = 0 and ws-overdue-total = 0
               move "  (none)" to report-line
               write report-line
           end-if
           exit section.

       write-open-line section.
           move spaces to report-line
           if ws-xmt-mismatch
               string "  MISMATCH " ws-xmt-receiver
                      " " ws-xmt-file " GEN " ws-xmt-generation
                      " SENT " ws-xmt-count "/" ws-xmt-hash
                      " ACK " ws-xmt-ack-count "/" ws-xmt-ack-hash
                      delimited by size into report-line
               end-string
           else
               string "  OVERDUE  " ws-xmt-receiver
                      " " ws-xmt-file " GEN " ws-xmt-generation
                      " SENT " ws-xmt-sent " DUE " ws-xmt-due
                      " NO ACKNOWLEDGEMENT"
                      delimited by size into report-line
               end-string
           end-if
           write report-line
           exit section.

       report-file-history section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TRANSMISSION HISTORY FOR " ws-history-file
                  delimited by size into report-line
           end-string
           write report-line
           compute ws-arch-month =
                   ws-this-month - 78-archive-years * 100
           perform until ws-arch-month >= ws-this-month
               add 1 to ws-arch-month
               if ws-arch-month(5:2) = "13"
                   compute ws-arch-month = ws-arch-month + 100 - 12
               end-if
               move spaces to ws-resolve-base
               string "xmitmanifest_arch_" ws-arch-month ".dat"
                      delimited by size into ws-resolve-base
               end-string
               call "resolvename" using ws-resolve-base,
                                        ws-archive-name
               perform history-from-archive
           end-perform
           perform varying ws-manifest-num from 1 by 1
                   until ws-manifest-num > ws-manifest-count
               move ws-manifest-entry(ws-manifest-num) to ws-xmit-manifest
               perform write-history-line
           end-perform
           if ws-history-total = 0
               move "  NEVER SENT - NOT ON THE MANIFEST" to report-line
               write report-line
           end-if
           exit section.

       history-from-archive section.
           open input archive-file
           if ws-archive-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read archive-file into ws-xmit-manifest
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       perform write-history-line
               end-read
           end-perform
           close archive-file
           exit section.

       write-history-line section.
           if ws-xmt-file not = ws-history-file
               exit section
           end-if
           add 1 to ws-history-total
           move spaces to report-line
           string "  GEN " ws-xmt-generation
                  " " ws-xmt-receiver
                  " SENT " ws-xmt-sent
                  " " ws-xmt-count "/" ws-xmt-hash
                  " DUE " ws-xmt-due
                  " " ws-xmt-state
                  " " ws-xmt-ack-time
                  " " ws-xmt-ack-count "/" ws-xmt-ack-hash
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program XmitReceipt.
