      $set sourceformat(variable)
       identification division.
       program-id. AuditVerify.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select verify-file assign to dynamic ws-verify-name
               organization is line sequential
               file status is ws-verify-status.
           select chain-file assign to dynamic ws-chain-name
               organization is line sequential
               file status is ws-chain-status.
           select verify-report assign to dynamic ws-verify-rpt-name
               organization is line sequential.

       data division.
       file section.
      *> AuditTrail's detail line with its chain fields; archive
      *> generations hold the same lines plus ArchiveMaint's trailer.
       fd  verify-file.
       01  verify-record.
           05 vfy-detail           pic x(118).
           05 filler               pic x.
           05 vfy-seq-x            pic x(9).
           05 vfy-seq redefines vfy-seq-x
                                   pic 9(9).
           05 filler               pic x.
           05 vfy-prev-hash        pic x(16).
           05 filler               pic x.
           05 vfy-hash             pic x(16).

       fd  chain-file.
       01  chain-record.
           05 chn-seq              pic 9(9).
           05 filler               pic x.
           05 chn-hash             pic x(16).
           05 filler               pic x(16).

       fd  verify-report.
       01  report-line          pic x(120).

       working-storage section.
      *> Walks the audit trail - every archive generation ArchiveMaint
      *> has cut from batchaudit.dat, oldest first, then the live
      *> file - and proves it has not been edited. Each record must
      *> carry the next sequence number, the hash of the record before
      *> it, and a hash that still matches its own content; the last
      *> record must be the one auditchain.dat says was written last.
      *> Records from before chaining began carry no sequence number
      *> and are only counted. Generations are found by name, month by
      *> month, from the start month (a YYYYMM argument, by default
      *> ten years back) to the month after the current one - the
      *> latest boundary a period-end cut is taken at.
       78 78-lookback-years    value 10.
       01 ws-verify-name       pic x(45).
       01 ws-verify-status     pic x(2).
       01 ws-chain-name        pic x(45).
       01 ws-chain-status      pic x(2).
       01 ws-verify-rpt-name   pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-verify-eof        pic x value "N".
           88 ws-verify-eof-yes value "Y".
       01 ws-today             pic x(21).
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-start-x           pic x(6).
       01 ws-start-month       pic x(6).
       01 ws-probe-month.
           05 ws-probe-year    pic 9(4).
           05 ws-probe-mm      pic 9(2).
       01 ws-end-month.
           05 ws-end-year      pic 9(4).
           05 ws-end-mm        pic 9(2).
       01 ws-file-label        pic x(45).
       01 ws-prior-label       pic x(45) value spaces.
       01 ws-file-line         pic 9(9).
       01 ws-file-records      pic 9(9).
       01 ws-file-started      pic x.
           88 ws-file-started-yes value "Y".
       01 ws-chain-started     pic x value "N".
           88 ws-chain-started-yes value "Y".
       01 ws-expected-seq      pic 9(9).
       01 ws-last-seq          pic 9(9) value 0.
       01 ws-last-hash         pic x(16).
       01 ws-gap-from          pic 9(9).
       01 ws-gap-to            pic 9(9).
       01 ws-chain-text        pic x(145).
       01 ws-chain-hash        pic x(16).
       01 ws-finding           pic x(80).
       01 ws-first-finding     pic x(120) value spaces.
       01 ws-files-walked      pic 9(4) value 0.
       01 ws-generations       pic 9(4) value 0.
       01 ws-chained-count     pic 9(9) value 0.
       01 ws-legacy-count      pic 9(9) value 0.
       01 ws-finding-count     pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       linkage section.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

       procedure division using lk-step-parms.

           move "auditverify_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-verify-rpt-name
           move "auditchain.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-chain-name

           open output verify-report
           move function current-date to ws-report-timestamp
           move "AuditVerify" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move function current-date to ws-today
           move ws-today(1:6) to ws-end-month
           if ws-end-mm = 12
               add 1 to ws-end-year
               move 1 to ws-end-mm
           else
               add 1 to ws-end-mm
           end-if
           move ws-today(1:6) to ws-probe-month
           subtract 78-lookback-years from ws-probe-year
           move ws-probe-month to ws-start-month
           if address of lk-step-parms = null
                   or not lk-parm-eye-valid
               move 1 to ws-arg-index
               display ws-arg-index upon argument-number
               accept ws-start-x from argument-value
               if ws-start-x is numeric
                       and ws-start-x(5:2) >= "01"
                       and ws-start-x(5:2) <= "12"
                   move ws-start-x to ws-start-month
               end-if
           end-if

           move spaces to ws-audit-parms
           string "FROM=" ws-start-month
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move spaces to report-line
           string "VERIFYING AUDIT TRAIL - GENERATIONS FROM "
                  ws-start-month
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line

           move ws-start-month to ws-probe-month
           perform until ws-probe-month > ws-end-month
               perform verify-generation
               if ws-probe-mm = 12
                   add 1 to ws-probe-year
                   move 1 to ws-probe-mm
               else
                   add 1 to ws-probe-mm
               end-if
           end-perform

           move "batchaudit.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-verify-name
           move "batchaudit.dat" to ws-file-label
           perform verify-one-file
           if ws-verify-status not = "00"
               move "LIVE FILE batchaudit.dat NOT PRESENT"
                   to ws-finding
               perform record-finding
           end-if
           perform check-chain-state

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FILES: " ws-files-walked
                  " GENERATIONS: " ws-generations
                  " CHAINED RECORDS: " ws-chained-count
                  " BEFORE CHAINING: " ws-legacy-count
                  " FINDINGS: " ws-finding-count
                  delimited by size into report-line
           end-string
           write report-line
           if ws-finding-count = 0
               move "AUDIT TRAIL INTACT" to report-line
           else
               move ws-first-finding to report-line
           end-if
           write report-line

           if ws-finding-count not = 0
               display "ERROR: the audit trail fails verification ("
                       ws-finding-count " finding(s)) - see "
                       "auditverify_report.log."
               move "FAILED " to ws-report-status
               move ws-finding-count to ws-report-record-count
               perform write-status-footer
               close verify-report
               move 78-ec-verify-mismatch to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-verify-mismatch
           end-if

           display "Audit trail verified: " ws-chained-count
                   " chained record(s) intact."
           move "OK     " to ws-report-status
           move ws-chained-count to ws-report-record-count
           perform write-status-footer
           close verify-report

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       verify-generation section.
           *> ArchiveMaint's name for the generation cut at this
           *> month boundary; a month with no cut has no file.
           move spaces to ws-file-label
           string "batchaudit_arch_" ws-probe-month ".dat"
                  delimited by size into ws-file-label
           end-string
           move ws-file-label to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-verify-name
           perform verify-one-file
           if ws-verify-status = "00"
               add 1 to ws-generations
           end-if
           exit section.

       verify-one-file section.
           open input verify-file
           if ws-verify-status not = "00"
               exit section
           end-if
           add 1 to ws-files-walked
           move 0 to ws-file-line
           move 0 to ws-file-records
           move "N" to ws-file-started
           move "N" to ws-verify-eof
           perform until ws-verify-eof-yes
               read verify-file
                   at end
                       set ws-verify-eof-yes to true
                   not at end
                       add 1 to ws-file-line
                       perform verify-one-record
               end-read
           end-perform
           close verify-file

           move spaces to report-line
           string function trim(ws-file-label)
                  " RECORDS: " ws-file-records
                  delimited by size into report-line
           end-string
           write report-line
           if ws-file-records not = 0
               move ws-file-label to ws-prior-label
           end-if
           move "00" to ws-verify-status
           exit section.

       verify-one-record section.
           *> Blank lines and a generation's control-total trailer
           *> are not audit records.
           if verify-record = spaces
               exit section
           end-if
           if verify-record(1:3) = "TRL"
                   and verify-record(4:16) is numeric
               exit section
           end-if
           add 1 to ws-file-records

           if vfy-seq-x is not numeric
               if ws-chain-started-yes
                   move "RECORD WITHOUT SEQUENCE NUMBER INSIDE CHAIN"
                       to ws-finding
                   perform record-finding
               else
                   add 1 to ws-legacy-count
               end-if
               exit section
           end-if

           add 1 to ws-chained-count
           if not ws-chain-started-yes
               set ws-chain-started-yes to true
               move 0 to ws-last-seq
               move all "0" to ws-last-hash
           end-if
           compute ws-expected-seq = ws-last-seq + 1

           evaluate true
               when vfy-seq < ws-expected-seq
                   move spaces to ws-finding
                   string "SEQ " vfy-seq " REPEATED OR OUT OF ORDER"
                          " - EXPECTED " ws-expected-seq
                          delimited by size into ws-finding
                   end-string
                   perform record-finding
               when vfy-seq > ws-expected-seq
                   move ws-expected-seq to ws-gap-from
                   compute ws-gap-to = vfy-seq - 1
                   move spaces to ws-finding
                   if not ws-file-started-yes
                           and ws-prior-label not = spaces
                       string "GAP AFTER " function trim(ws-prior-label)
                              ": SEQ " ws-gap-from " THRU " ws-gap-to
                              " MISSING"
                              delimited by size into ws-finding
                       end-string
                   else
                       string "SEQ " ws-gap-from " THRU " ws-gap-to
                              " MISSING"
                              delimited by size into ws-finding
                       end-string
                   end-if
                   perform record-finding
               when vfy-prev-hash not = ws-last-hash
                   move spaces to ws-finding
                   string "BROKEN LINK AT SEQ " vfy-seq
                          " - PREVIOUS HASH DOES NOT MATCH"
                          delimited by size into ws-finding
                   end-string
                   perform record-finding
           end-evaluate

           move verify-record(1:145) to ws-chain-text
           call "audithash" using ws-chain-text, ws-chain-hash
           if ws-chain-hash not = vfy-hash
               move spaces to ws-finding
               string "SEQ " vfy-seq " ALTERED - HASH DOES NOT MATCH"
                      " ITS CONTENT"
                      delimited by size into ws-finding
               end-string
               perform record-finding
           end-if

           *> Carry on from the record as found, so one edit is
           *> reported once rather than at every record after it.
           set ws-file-started-yes to true
           if vfy-seq > ws-last-seq
               move vfy-seq to ws-last-seq
           end-if
           move vfy-hash to ws-last-hash
           exit section.

       check-chain-state section.
           *> A trail cut short at the end still links up; only the
           *> chain state AuditTrail keeps shows records are gone.
           open input chain-file
           if ws-chain-status not = "00"
               move "auditchain.dat NOT PRESENT - END OF TRAIL NOT CHECKED"
                   to report-line
               write report-line
               exit section
           end-if
           move spaces to chain-record
           read chain-file
               at end
                   move spaces to chain-record
           end-read
           close chain-file
           if chn-seq is not numeric
               move "auditchain.dat UNREADABLE" to ws-finding
               perform record-finding
               exit section
           end-if

           evaluate true
               when chn-seq > ws-last-seq
                   compute ws-gap-from = ws-last-seq + 1
                   move chn-seq to ws-gap-to
                   move spaces to ws-finding
                   string "SEQ " ws-gap-from " THRU " ws-gap-to
                          " MISSING FROM END OF batchaudit.dat"
                          delimited by size into ws-finding
                   end-string
                   perform record-finding
               when chn-seq < ws-last-seq
                   move spaces to ws-finding
                   string "auditchain.dat BEHIND TRAIL - LAST SEQ "
                          chn-seq " ON FILE " ws-last-seq
                          delimited by size into ws-finding
                   end-string
                   perform record-finding
               when chn-hash not = ws-last-hash
                   move spaces to ws-finding
                   string "LAST RECORD SEQ " ws-last-seq
                          " IS NOT THE ONE AUDITTRAIL WROTE"
                          delimited by size into ws-finding
                   end-string
                   perform record-finding
           end-evaluate
           exit section.

       record-finding section.
           add 1 to ws-finding-count
           move spaces to report-line
           string "  " function trim(ws-file-label)
                  " LINE " ws-file-line ": " ws-finding
                  delimited by size into report-line
           end-string
           write report-line
           if ws-finding-count = 1
               move spaces to ws-first-finding
               string "FIRST BREAK: " function trim(ws-file-label)
                      " LINE " ws-file-line ": " ws-finding
                      delimited by size into ws-first-finding
               end-string
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

       end program AuditVerify.
