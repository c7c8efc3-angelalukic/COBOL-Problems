      $set sourceformat(variable)
       identification division.
       program-id. XmitManifest.

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
           select outbound-file assign to dynamic ws-outbound-name
               organization is line sequential
               file status is ws-outbound-status.
           select xmit-report assign to dynamic ws-xmit-rpt-name
               organization is line sequential.

       data division.
       file section.
      *> outboundfiles.dat: file name, receiving team, hours allowed
      *> for the acknowledgement. "*" in column 1 is a comment.
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

       fd  outbound-file.
       01  outbound-line        pic x(250).

       fd  xmit-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Registers every file handed over to a downstream team on the
      *> transmission manifest. Each file on outboundfiles.dat is read
      *> once as it stands after the export steps: its records are
      *> counted and hashed through ControlTotal, 100 bytes of each
      *> line at a time, and one manifest row per receiving team goes
      *> on xmitmanifest.dat under the file's next generation number
      *> with the send time and the time the acknowledgement falls due.
       78 78-config-max        value 100.
       01 ws-config-name       pic x(45).
       01 ws-manifest-name     pic x(45).
       01 ws-outbound-name     pic x(45).
       01 ws-xmit-rpt-name     pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-config-status     pic x(2).
       01 ws-manifest-status   pic x(2).
       01 ws-outbound-status   pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-config-count      pic 9(4) comp-x value 0.
       01 ws-config-table.
           05 ws-config-entry occurs 78-config-max.
               10 ws-cfg-file      pic x(30).
               10 ws-cfg-receiver  pic x(8).
               10 ws-cfg-due-hours pic 9(3).
               10 ws-cfg-last-gen  pic 9(6).
               10 ws-cfg-done      pic x.
                   88 ws-cfg-done-yes value "Y".
       01 ws-config-num        pic 9(4) comp-x.
       01 ws-match-num         pic 9(4) comp-x.
       01 ws-generation        pic 9(6).
       01 ws-xmit-timestamp    pic x(21).
       01 ws-sent-time         pic x(14).
       01 ws-due-time          pic x(14).
       01 ws-due-date-int      pic 9(8).
       01 ws-due-date          pic 9(8).
       01 ws-due-hours         pic 9(5).
       01 ws-due-hour          pic 9(2).
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-count          pic 9(6).
       01 ws-ct-sum            pic 9(10).
       01 ws-ct-slices         pic 9(6).
       01 ws-files-sent        pic 9(6) value 0.
       01 ws-files-missing     pic 9(6) value 0.
       01 ws-rows-written      pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "outboundfiles.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-config-name
           move "xmitmanifest.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-manifest-name
           move "xmitmanifest_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-xmit-rpt-name

           open output xmit-report
           move function current-date to ws-report-timestamp
           move "XmitManifest" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           move function current-date to ws-xmit-timestamp
           move ws-xmit-timestamp(1:14) to ws-sent-time

           perform load-config
           if ws-config-count = 0
               move "NO OUTBOUND FILES DEFINED ON outboundfiles.dat"
                   to report-line
               write report-line
           else
               perform load-last-generations
               perform varying ws-config-num from 1 by 1
                       until ws-config-num > ws-config-count
                   if not ws-cfg-done-yes(ws-config-num)
                       perform send-one-file
                   end-if
               end-perform
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FILES SENT: " ws-files-sent
                  " NOT PRESENT: " ws-files-missing
                  " MANIFEST ROWS: " ws-rows-written
                  delimited by size into report-line
           end-string
           write report-line

           move ws-rows-written to ws-report-record-count
           move "OK     " to ws-report-status
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close xmit-report

           if ws-files-missing not = 0
               display "WARNING: " ws-files-missing " outbound file(s) "
                       "not present - see xmitmanifest_report.log."
           end-if
           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-config section.
           move 0 to ws-config-count
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
                               and ws-config-count < 78-config-max
                           add 1 to ws-config-count
                           move cfg-file to ws-cfg-file(ws-config-count)
                           move cfg-receiver
                               to ws-cfg-receiver(ws-config-count)
                           if cfg-due-hours numeric
                               move cfg-due-hours
                                   to ws-cfg-due-hours(ws-config-count)
                           else
                               move 24 to ws-cfg-due-hours(ws-config-count)
                           end-if
                           move 0 to ws-cfg-last-gen(ws-config-count)
                           move "N" to ws-cfg-done(ws-config-count)
                       end-if
               end-read
           end-perform
           close outbound-config
           exit section.

       load-last-generations section.
           *> The highest generation already on the manifest for each
           *> file; this run's send is the next one.
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
                       if mf-xmt-file not = spaces
                               and mf-xmt-generation numeric
                           perform varying ws-config-num from 1 by 1
                                   until ws-config-num > ws-config-count
                               if ws-cfg-file(ws-config-num) = mf-xmt-file
                                   and mf-xmt-generation
                                       > ws-cfg-last-gen(ws-config-num)
                                   move mf-xmt-generation
                                       to ws-cfg-last-gen(ws-config-num)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close manifest-file
           exit section.

       send-one-file section.
           *> Every team the file goes to is registered from the one
           *> reading, so they all hold the same count and hash.
           perform varying ws-match-num from ws-config-num by 1
                   until ws-match-num > ws-config-count
               if ws-cfg-file(ws-match-num) = ws-cfg-file(ws-config-num)
                   set ws-cfg-done-yes(ws-match-num) to true
               end-if
           end-perform

           move ws-cfg-file(ws-config-num) to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-outbound-name
           open input outbound-file
           if ws-outbound-status not = "00"
               add 1 to ws-files-missing
               move spaces to report-line
               string "NOT PRESENT: " ws-cfg-file(ws-config-num)
                      " - NOTHING SENT"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if

           move 0 to ws-ct-count
           move 0 to ws-ct-sum
           move 0 to ws-ct-slices
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read outbound-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       perform hash-one-line
               end-read
           end-perform
           close outbound-file
           add 1 to ws-files-sent

           compute ws-generation = ws-cfg-last-gen(ws-config-num) + 1
           perform varying ws-match-num from ws-config-num by 1
                   until ws-match-num > ws-config-count
               if ws-cfg-file(ws-match-num) = ws-cfg-file(ws-config-num)
                   perform register-one-receiver
               end-if
           end-perform
           exit section.

       hash-one-line section.
           *> The record counts once; lines wider than the ControlTotal
           *> buffer add their further 100-byte slices to the hash only.
           move outbound-line(1:100) to ws-ct-buffer
           call "cthash" using ws-ct-buffer, ws-ct-count, ws-ct-sum
           if outbound-line(101:100) not = spaces
               move outbound-line(101:100) to ws-ct-buffer
               call "cthash" using ws-ct-buffer, ws-ct-slices, ws-ct-sum
           end-if
           if outbound-line(201:50) not = spaces
               move outbound-line(201:50) to ws-ct-buffer
               call "cthash" using ws-ct-buffer, ws-ct-slices, ws-ct-sum
           end-if
           exit section.

       register-one-receiver section.
           perform compute-due-time

           move spaces to mf-xmit-manifest
           move ws-cfg-file(ws-match-num) to mf-xmt-file
           move ws-generation to mf-xmt-generation
           move ws-cfg-receiver(ws-match-num) to mf-xmt-receiver
           move ws-ct-count to mf-xmt-count
           move ws-ct-sum to mf-xmt-hash
           move ws-sent-time to mf-xmt-sent
           move ws-due-time to mf-xmt-due
           set mf-xmt-sent-state to true
           move 0 to mf-xmt-ack-count
           move 0 to mf-xmt-ack-hash

           open extend manifest-file
           if ws-manifest-status = "35"
               open output manifest-file
           end-if
           if ws-manifest-status = "00"
               write mf-xmit-manifest
               close manifest-file
               add 1 to ws-rows-written
           else
               display "WARNING: xmitmanifest.dat could not be opened - "
                       function trim(ws-cfg-file(ws-match-num))
                       " not registered for "
                       function trim(ws-cfg-receiver(ws-match-num)) "."
           end-if

           move spaces to report-line
           string "SENT " ws-cfg-file(ws-match-num)
                  " GEN " ws-generation
                  " TO " ws-cfg-receiver(ws-match-num)
                  " RECORDS " ws-ct-count
                  " HASH " ws-ct-sum
                  " DUE " ws-due-time
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       compute-due-time section.
           compute ws-due-hours = function numval(ws-sent-time(9:2))
                                + ws-cfg-due-hours(ws-match-num)
           compute ws-due-date-int =
               function integer-of-date(
                   function numval(ws-sent-time(1:8)))
               + ws-due-hours / 24
           compute ws-due-hour = function mod(ws-due-hours, 24)
           compute ws-due-date = function date-of-integer(ws-due-date-int)
           move spaces to ws-due-time
           string ws-due-date ws-due-hour ws-sent-time(11:4)
                  delimited by size into ws-due-time
           end-string
           exit section.

       end program XmitManifest.
