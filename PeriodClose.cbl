      $set sourceformat(variable)
       identification division.
       program-id. PeriodClose.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select history-file assign to dynamic ws-history-name
               organization is line sequential
               file status is ws-history-status.
           select closed-file assign to dynamic ws-closed-name
               organization is line sequential
               file status is ws-closed-status.
           select period-file assign to dynamic ws-period-name
               organization is line sequential
               file status is ws-period-status.
           select close-report assign to dynamic ws-close-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  history-file.
       01  history-record.
           05 his-run-id         pic x(14).
           05 filler             pic x.
           05 his-divisor-1      pic 9(4).
           05 filler             pic x.
           05 his-divisor-2      pic 9(4).
           05 filler             pic x.
           05 his-max            pic 9(9).
           05 filler             pic x.
           05 his-status         pic x(3).
           05 filler             pic x.
           05 his-value          pic 9(18).
           05 filler             pic x.
           05 his-requestor      pic x(8).
           05 filler             pic x.
           05 his-orig-run-id    pic x(14).
           05 filler             pic x.
           05 his-divisor-list   pic x(44).

      *> problem3closed_<yyyymm>.dat - the period as it stood when it
      *> was closed: an HDR row, every history row of the period as
      *> HIS, a REQ total per requestor, a DIV total per divisor list
      *> and a control-total trailer.
       fd  closed-file.
       01  closed-record.
           05 cls-type           pic x(3).
           05 filler             pic x.
           05 cls-data           pic x(128).
       01  closed-requestor.
           05 filler             pic x(4).
           05 clr-requestor      pic x(8).
           05 filler             pic x.
           05 clr-submitted      pic 9(6).
           05 filler             pic x.
           05 clr-completed      pic 9(6).
           05 filler             pic x.
           05 clr-duplicates     pic 9(6).
           05 filler             pic x.
           05 clr-overflowed     pic 9(6).
           05 filler             pic x.
           05 clr-terms          pic 9(12).
           05 filler             pic x.
           05 clr-value          pic 9(18).
           05 filler             pic x(59).
       01  closed-divisor.
           05 filler             pic x(4).
           05 cld-divisors       pic x(44).
           05 filler             pic x.
           05 cld-submitted      pic 9(6).
           05 filler             pic x.
           05 cld-completed      pic 9(6).
           05 filler             pic x.
           05 cld-value          pic 9(18).
           05 filler             pic x(51).

       fd  period-file.
       copy "PeriodControl.cpy" replacing ==()== by ==pc==.

       fd  close-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Month-end close for Problem3. C freezes the period's results
      *> - every history row run in the month, from the live history
      *> and the archive generation ArchiveMaint cut at its end - into
      *> problem3closed_<yyyymm>.dat with totals by requestor and by
      *> divisor list, and records the period CLOSED on
      *> periodcontrol.dat. From then on Problem3 and RejectRepair ask
      *> PeriodCheck before posting and refuse the month. R reopens a
      *> closed period; it takes a supervisor and a reason, and the
      *> reopen is audited. The period is the month just ended unless
      *> a YYYYMM argument names another one; a month not yet begun
      *> cannot be closed.
       78 78-requestor-max     value 50.
       78 78-divisor-max       value 200.
       78 78-list-max          value 8.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-action            pic x value space.
           88 ws-action-close  value "C".
           88 ws-action-reopen value "R".
       01 ws-period-x          pic x(6).
       01 ws-period            pic 9(6).
       01 ws-next-month        pic 9(6).
       01 ws-today             pic x(21).
       01 ws-stamp             pic x(14).
       01 ws-history-name      pic x(45).
       01 ws-closed-name       pic x(45).
       01 ws-kept-name         pic x(45).
       01 ws-period-name       pic x(45).
       01 ws-close-rpt-name    pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-history-status    pic x(2).
       01 ws-closed-status     pic x(2).
       01 ws-period-status     pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-file-rc           pic x(4) comp-5 value 0.
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-check-result      pic 9(4).
       01 ws-check-reason      pic x(60).
       01 ws-reopen-reason     pic x(40) value spaces.
       01 ws-refusal           pic x(60).
      *> What the period holds, by requestor and by divisor list.
       01 ws-requestor-count   pic 9(4) comp-x value 0.
       01 ws-requestor-table.
           05 ws-requestor-entry occurs 78-requestor-max.
               10 ws-req-code       pic x(8).
               10 ws-req-submitted  pic 9(6).
               10 ws-req-completed  pic 9(6).
               10 ws-req-duplicates pic 9(6).
               10 ws-req-overflowed pic 9(6).
               10 ws-req-terms      pic 9(12).
               10 ws-req-value      pic 9(18).
       01 ws-req-num           pic 9(4) comp-x.
       01 ws-req-match         pic 9(4) comp-x.
       01 ws-divisor-count     pic 9(4) comp-x value 0.
       01 ws-divisor-table.
           05 ws-divisor-entry occurs 78-divisor-max.
               10 ws-dvt-divisors   pic x(44).
               10 ws-dvt-submitted  pic 9(6).
               10 ws-dvt-completed  pic 9(6).
               10 ws-dvt-value      pic 9(18).
       01 ws-dvt-num           pic 9(4) comp-x.
       01 ws-dvt-match         pic 9(4) comp-x.
       01 ws-table-full        pic x value "N".
           88 ws-table-full-yes value "Y".
       01 ws-value-overflow    pic x value "N".
           88 ws-value-overflow-yes value "Y".
       01 ws-requestor         pic x(8).
      *> A stored list taken apart for the divisor key, or rebuilt
      *> from the two divisor columns of a row written before lists.
       01 ws-stored-list.
           05 ws-stl-count       pic 9(4).
           05 ws-stl-entry occurs 78-list-max.
               10 filler         pic x.
               10 ws-stl-divisor pic 9(4).
       01 ws-divisor-text      pic x(44).
       01 ws-text-pointer      pic 9(4) comp-x.
       01 ws-div-num           pic 9(4) comp-x.
       01 ws-row-count         pic 9(6) value 0.
       01 ws-completed-count   pic 9(6) value 0.
       01 ws-duplicate-count   pic 9(6) value 0.
       01 ws-overflow-count    pic 9(6) value 0.
       01 ws-value-total       pic 9(18) value 0.
       01 ws-value-display     pic z(17)9.
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-count          pic 9(6) value 0.
       01 ws-ct-sum            pic 9(10) value 0.
       01 ws-ct-file           pic x(45).
       01 ws-ct-direction      pic x.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-program     pic x(20) value "PeriodClose".
       01 ws-audit-event       pic x(5).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-action from argument-value
           move function upper-case(ws-action) to ws-action

           move function current-date to ws-today
           move ws-today(1:14) to ws-stamp
           move ws-today(1:6) to ws-period
           subtract 1 from ws-period
           if ws-period(5:2) = "00"
               compute ws-period = ws-period - 100 + 12
           end-if
           move 2 to ws-arg-index
           display ws-arg-index upon argument-number
           move spaces to ws-period-x
           accept ws-period-x from argument-value
           if ws-period-x is numeric
               move ws-period-x to ws-period
           end-if

           if (not ws-action-close and not ws-action-reopen)
                   or (ws-period-x not = spaces
                       and ws-period-x not numeric)
                   or ws-period(5:2) < "01" or ws-period(5:2) > "12"
                   or ws-period > ws-today(1:6)
               display "Usage: PeriodClose C|R [yyyymm, default the "
                       "month just ended]"
               display "  C = close the period, R = reopen it "
                       "(supervisor)"
               goback returning 78-ec-invalid-data
           end-if

           move "periodcontrol.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-period-name
           move "periodclose_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-close-rpt-name
           move spaces to ws-resolve-base
           string "problem3closed_" ws-period ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolvename" using ws-resolve-base, ws-closed-name

           *> Any signed-on operator may close a period; only a
           *> supervisor may reopen one.
           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
           if ws-action-reopen
               move "S" to ws-op-function
           else
               move space to ws-op-function
           end-if
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           open output close-report
           move function current-date to ws-report-timestamp
           move "PeriodClose" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "ACTION=" ws-action " PERIOD=" ws-period
                  " OP=" function trim(ws-operator)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-audit-program, ws-audit-parms

           call "periodcheck" using ws-period, ws-check-result,
                                    ws-check-reason

           if ws-action-reopen
               perform reopen-period
           else
               perform close-period
           end-if

           perform finish-run
           goback returning ws-return-code.

       close-period section.
           move spaces to report-line
           string "PERIOD-END CLOSE FOR PERIOD " ws-period
                  " BY " function trim(ws-operator)
                  delimited by size into report-line
           end-string
           write report-line
           if ws-check-result not = 78-ec-ok
               move ws-check-reason to ws-refusal
               move 78-ec-rerun-blocked to ws-return-code
               perform refuse-action
               exit section
           end-if
           if ws-period = ws-today(1:6)
               move spaces to report-line
               string "NOTE: CLOSED BEFORE THE MONTH HAS ENDED - "
                      "LATER RUNS THIS MONTH ARE REFUSED"
                      delimited by size into report-line
               end-string
               write report-line
           end-if

           *> A period closed before, reopened and now closed again
           *> keeps its earlier freeze beside the new one.
           move spaces to ws-resolve-base
           string "problem3closed_" ws-period "_prev_" ws-stamp ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolvename" using ws-resolve-base, ws-kept-name
           open input closed-file
           if ws-closed-status = "00"
               close closed-file
               call "CBL_RENAME_FILE" using ws-closed-name,
                                            ws-kept-name
                   returning ws-file-rc
               end-call
               if ws-file-rc not = 0
                   move "EARLIER CLOSED-PERIOD FILE CANNOT BE SET ASIDE"
                       to ws-refusal
                   move 78-ec-invalid-data to ws-return-code
                   perform refuse-action
                   exit section
               end-if
               move spaces to report-line
               string "EARLIER FREEZE KEPT AS "
                      function trim(ws-kept-name)
                      delimited by size into report-line
               end-string
               write report-line
           end-if

           open output closed-file
           if ws-closed-status not = "00"
               move "CLOSED-PERIOD FILE CANNOT BE WRITTEN"
                   to ws-refusal
               move 78-ec-invalid-data to ws-return-code
               perform refuse-action
               exit section
           end-if
           move spaces to closed-record
           move "HDR" to cls-type
           string ws-period " CLOSED " ws-stamp
                  " BY " ws-operator
                  delimited by size into cls-data
           end-string
           perform write-closed-line

           *> The live history, then the generation ArchiveMaint cut
           *> at the end of the period if it has already run.
           move "problem3history.dat" to ws-resolve-base
           perform freeze-history-file
           move ws-period to ws-next-month
           add 1 to ws-next-month
           if ws-next-month(5:2) = "13"
               compute ws-next-month = ws-next-month + 100 - 12
           end-if
           move spaces to ws-resolve-base
           string "problem3history_arch_" ws-next-month ".dat"
                  delimited by size into ws-resolve-base
           end-string
           perform freeze-history-file

           if ws-table-full-yes or ws-value-overflow-yes
               close closed-file
               open output closed-file
               close closed-file
               if ws-table-full-yes
                   move "TOO MANY REQUESTORS OR DIVISOR LISTS"
                       to ws-refusal
                   move 78-ec-table-size to ws-return-code
               else
                   move "PERIOD VALUE TOTAL OVERFLOWED" to ws-refusal
                   move 78-ec-overflow to ws-return-code
               end-if
               perform refuse-action
               exit section
           end-if

           perform varying ws-req-num from 1 by 1
                   until ws-req-num > ws-requestor-count
               move spaces to closed-requestor
               move "REQ" to cls-type
               move ws-req-code(ws-req-num) to clr-requestor
               move ws-req-submitted(ws-req-num) to clr-submitted
               move ws-req-completed(ws-req-num) to clr-completed
               move ws-req-duplicates(ws-req-num) to clr-duplicates
               move ws-req-overflowed(ws-req-num) to clr-overflowed
               move ws-req-terms(ws-req-num) to clr-terms
               move ws-req-value(ws-req-num) to clr-value
               perform write-closed-line
           end-perform
           perform varying ws-dvt-num from 1 by 1
                   until ws-dvt-num > ws-divisor-count
               move spaces to closed-divisor
               move "DIV" to cls-type
               move ws-dvt-divisors(ws-dvt-num) to cld-divisors
               move ws-dvt-submitted(ws-dvt-num) to cld-submitted
               move ws-dvt-completed(ws-dvt-num) to cld-completed
               move ws-dvt-value(ws-dvt-num) to cld-value
               perform write-closed-line
           end-perform
           call "cttrailer" using ws-ct-buffer, ws-ct-count, ws-ct-sum
           move spaces to closed-record
           move ws-ct-buffer(1:19) to closed-record(1:19)
           write closed-record
           close closed-file
           move ws-closed-name to ws-ct-file
           move "W" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ct-count, ws-ct-sum

           move spaces to pc-period-record
           move ws-period to pc-pct-period
           set pc-pct-closed to true
           move ws-stamp(1:8) to pc-pct-date
           move ws-stamp(9:6) to pc-pct-time
           move ws-operator to pc-pct-operator
           move ws-row-count to pc-pct-records
           perform append-period-row
           if ws-return-code not = 0
               exit section
           end-if

           perform report-period
           move spaces to report-line
           string "PERIOD " ws-period " CLOSED - "
                  function trim(ws-closed-name) " WRITTEN"
                  delimited by size into report-line
           end-string
           write report-line
           if ws-row-count = 0
               move "WARNING: NO PROBLEM3 RESULTS WERE RUN IN THE PERIOD"
                   to report-line
               write report-line
           end-if
           display "Period " ws-period " closed: " ws-row-count
                   " result(s) frozen to "
                   function trim(ws-closed-name) "."

           move "CLOSE" to ws-audit-event
           move spaces to ws-audit-parms
           string "PERIOD=" ws-period " OP=" function trim(ws-operator)
                  " ROWS=" ws-row-count
                  delimited by size into ws-audit-parms
           end-string
           call "auditevent" using ws-audit-program, ws-audit-event,
                                   ws-audit-parms
           move "OK     " to ws-report-status
           move ws-row-count to ws-report-record-count
           exit section.

       reopen-period section.
           move spaces to report-line
           string "REOPEN OF PERIOD " ws-period
                  " BY SUPERVISOR " function trim(ws-operator)
                  delimited by size into report-line
           end-string
           write report-line
           if ws-check-result = 78-ec-ok
               move "PERIOD IS NOT CLOSED" to ws-refusal
               move 78-ec-invalid-data to ws-return-code
               perform refuse-action
               exit section
           end-if
           display function trim(ws-check-reason) "."
           display "Reason for reopening: " with no advancing
           accept ws-reopen-reason
           if ws-reopen-reason = spaces
               move "NO REASON GIVEN" to ws-refusal
               move 78-ec-invalid-data to ws-return-code
               perform refuse-action
               exit section
           end-if

           move spaces to pc-period-record
           move ws-period to pc-pct-period
           set pc-pct-reopened to true
           move ws-stamp(1:8) to pc-pct-date
           move ws-stamp(9:6) to pc-pct-time
           move ws-operator to pc-pct-operator
           move 0 to pc-pct-records
           move ws-reopen-reason to pc-pct-reason
           perform append-period-row
           if ws-return-code not = 0
               exit section
           end-if

           move spaces to report-line
           string "WAS " ws-check-reason
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "REASON: " ws-reopen-reason
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "PERIOD " ws-period " REOPENED - POSTING ALLOWED "
                  "UNTIL IT IS CLOSED AGAIN"
                  delimited by size into report-line
           end-string
           write report-line
           display "Period " ws-period " reopened."

           move "REOPN" to ws-audit-event
           move spaces to ws-audit-parms
           string "PERIOD=" ws-period " OP=" function trim(ws-operator)
                  " WHY=" ws-reopen-reason
                  delimited by size into ws-audit-parms
           end-string
           call "auditevent" using ws-audit-program, ws-audit-event,
                                   ws-audit-parms
           move "OK     " to ws-report-status
           move 1 to ws-report-record-count
           exit section.

       freeze-history-file section.
           call "resolvename" using ws-resolve-base, ws-history-name
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read history-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if his-run-id(1:6) = ws-period
                           perform freeze-one-row
                       end-if
               end-read
           end-perform
           close history-file
           exit section.

       freeze-one-row section.
           add 1 to ws-row-count
           move spaces to closed-record
           move "HIS" to cls-type
           move history-record to cls-data
           perform write-closed-line

           if his-requestor = spaces
               move "(none)" to ws-requestor
           else
               move his-requestor to ws-requestor
           end-if
           move 0 to ws-req-match
           perform varying ws-req-num from 1 by 1
                   until ws-req-num > ws-requestor-count
                      or ws-req-match not = 0
               if ws-req-code(ws-req-num) = ws-requestor
                   move ws-req-num to ws-req-match
               end-if
           end-perform
           if ws-req-match = 0
               if ws-requestor-count = 78-requestor-max
                   set ws-table-full-yes to true
                   exit section
               end-if
               add 1 to ws-requestor-count
               move ws-requestor-count to ws-req-match
               initialize ws-requestor-entry(ws-req-match)
               move ws-requestor to ws-req-code(ws-req-match)
           end-if

           perform stored-history-list
           perform format-divisor-list
           move 0 to ws-dvt-match
           perform varying ws-dvt-num from 1 by 1
                   until ws-dvt-num > ws-divisor-count
                      or ws-dvt-match not = 0
               if ws-dvt-divisors(ws-dvt-num) = ws-divisor-text
                   move ws-dvt-num to ws-dvt-match
               end-if
           end-perform
           if ws-dvt-match = 0
               if ws-divisor-count = 78-divisor-max
                   set ws-table-full-yes to true
                   exit section
               end-if
               add 1 to ws-divisor-count
               move ws-divisor-count to ws-dvt-match
               initialize ws-divisor-entry(ws-dvt-match)
               move ws-divisor-text to ws-dvt-divisors(ws-dvt-match)
           end-if

           *> A duplicate carries the earlier run's value but was not
           *> computed or charged again, so it is counted apart and
           *> left out of the value and term totals.
           add 1 to ws-req-submitted(ws-req-match)
           add 1 to ws-dvt-submitted(ws-dvt-match)
           evaluate his-status
               when "OK "
                   add 1 to ws-completed-count
                   add 1 to ws-req-completed(ws-req-match)
                   add 1 to ws-dvt-completed(ws-dvt-match)
                   add his-max to ws-req-terms(ws-req-match)
                   add his-value to ws-value-total
                       on size error
                           set ws-value-overflow-yes to true
                   end-add
                   add his-value to ws-req-value(ws-req-match)
                       on size error
                           set ws-value-overflow-yes to true
                   end-add
                   add his-value to ws-dvt-value(ws-dvt-match)
                       on size error
                           set ws-value-overflow-yes to true
                   end-add
               when "DUP"
                   add 1 to ws-duplicate-count
                   add 1 to ws-req-duplicates(ws-req-match)
               when other
                   add 1 to ws-overflow-count
                   add 1 to ws-req-overflowed(ws-req-match)
           end-evaluate
           exit section.

       stored-history-list section.
      *> The divisor list of a history row; a row from before the
      *> list was carried is read as the list of its two divisors.
           if his-divisor-list = spaces
               move spaces to ws-stored-list
               move 2 to ws-stl-count
               move his-divisor-1 to ws-stl-divisor(1)
               move his-divisor-2 to ws-stl-divisor(2)
           else
               move his-divisor-list to ws-stored-list
           end-if
           exit section.

       format-divisor-list section.
      *> ws-stored-list as the report shows it: the divisors joined
      *> by "/", e.g. 0003/0005/0007.
           move spaces to ws-divisor-text
           move 1 to ws-text-pointer
           if ws-stl-count is not numeric
               exit section
           end-if
           perform varying ws-div-num from 1 by 1
                   until ws-div-num > ws-stl-count
                      or ws-div-num > 78-list-max
               if ws-div-num > 1
                   string "/" delimited by size
                       into ws-divisor-text
                       with pointer ws-text-pointer
                   end-string
               end-if
               string ws-stl-entry(ws-div-num)(2:4)
                      delimited by size
                   into ws-divisor-text
                   with pointer ws-text-pointer
               end-string
           end-perform
           exit section.

       write-closed-line section.
           move closed-record(1:100) to ws-ct-buffer
           call "cthash" using ws-ct-buffer, ws-ct-count, ws-ct-sum
           write closed-record
           exit section.

       append-period-row section.
           open extend period-file
           if ws-period-status = "35"
               open output period-file
           end-if
           if ws-period-status not = "00"
               move "PERIOD CONTROL FILE CANNOT BE WRITTEN"
                   to ws-refusal
               move 78-ec-invalid-data to ws-return-code
               perform refuse-action
               exit section
           end-if
           write pc-period-record
           close period-file
           exit section.

       report-period section.
           move spaces to report-line
           string "BY REQUESTOR:  SUBMIT COMPLT    DUP    ERR"
                  "        TERMS              VALUE"
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-req-num from 1 by 1
                   until ws-req-num > ws-requestor-count
               move ws-req-value(ws-req-num) to ws-value-display
               move spaces to report-line
               string "  " ws-req-code(ws-req-num)
                      "    " ws-req-submitted(ws-req-num)
                      " " ws-req-completed(ws-req-num)
                      " " ws-req-duplicates(ws-req-num)
                      " " ws-req-overflowed(ws-req-num)
                      " " ws-req-terms(ws-req-num)
                      " " ws-value-display
                      delimited by size into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           string "BY DIVISOR LIST:                             SUBMIT"
                  " COMPLT              VALUE"
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-dvt-num from 1 by 1
                   until ws-dvt-num > ws-divisor-count
               move ws-dvt-value(ws-dvt-num) to ws-value-display
               move spaces to report-line
               string "  " ws-dvt-divisors(ws-dvt-num)
                      " " ws-dvt-submitted(ws-dvt-num)
                      " " ws-dvt-completed(ws-dvt-num)
                      " " ws-value-display
                      delimited by size into report-line
               end-string
               write report-line
           end-perform
           move ws-value-total to ws-value-display
           move spaces to report-line
           string "PERIOD TOTAL: RESULTS " ws-row-count
                  " COMPLETED " ws-completed-count
                  " DUPLICATES " ws-duplicate-count
                  " ERRORS " ws-overflow-count
                  " VALUE " function trim(ws-value-display)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       refuse-action section.
           display "ERROR: period " ws-period " action " ws-action
                   " refused - " function trim(ws-refusal) "."
           move spaces to report-line
           string "REFUSED: " ws-refusal
                  delimited by size into report-line
           end-string
           write report-line
           move "FAILED " to ws-report-status
           move 0 to ws-report-record-count
           exit section.

       finish-run section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close close-report
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-audit-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           exit section.

       end program PeriodClose.
