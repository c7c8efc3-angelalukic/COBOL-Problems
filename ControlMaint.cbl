      $set sourceformat(variable)
       identification division.
       program-id. ControlMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select control-file assign to dynamic ws-control-name
               organization is line sequential
               file status is ws-control-status.
           select policy-file assign to dynamic ws-policy-name
               organization is line sequential
               file status is ws-policy-status.
           select copy-file assign to dynamic ws-copy-name
               organization is line sequential
               file status is ws-copy-status.
           select version-file assign to dynamic ws-version-name
               organization is line sequential
               file status is ws-version-status.
           select maint-report assign to dynamic ws-maint-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record       pic x(138).

       fd  policy-file.
       01  policy-record        pic x(37).

       fd  copy-file.
       01  copy-record          pic x(138).

      *> controlversions.dat - one SAVE row per numbered version of
      *> batchcontrol.dat or batchpolicy.dat, followed by a row for
      *> each change that version made: the step, the field (ROW for
      *> a whole row added or deleted) and its old and new values.
      *> Each version's file is also kept as <stem>_v<nnnn>.dat.
       fd  version-file.
       01  version-record.
           05 ver-file             pic x(20).
           05 filler               pic x.
           05 ver-number           pic 9(4).
           05 filler               pic x.
           05 ver-date             pic x(8).
           05 filler               pic x.
           05 ver-time             pic x(6).
           05 filler               pic x.
           05 ver-operator         pic x(8).
           05 filler               pic x.
           05 ver-action           pic x(6).
               88 ver-saved        value "SAVE".
           05 filler               pic x.
           05 ver-step             pic x(20).
           05 filler               pic x.
           05 ver-field            pic x(12).
           05 filler               pic x.
           05 ver-old              pic x(30).
           05 filler               pic x.
           05 ver-new              pic x(30).

       fd  maint-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Maintains batchcontrol.dat (one row of run parameters per
      *> chain step, in running order) and batchpolicy.dat (step,
      *> return code, W or F, and optionally how often to retry the
      *> step first, the seconds between attempts and whether its
      *> outputs are rolled back before each retry) by step. Every row is checked against
      *> what the step programs accept: the step must be one the
      *> chain runs, a column the step does not read must be left
      *> zero or blank, and a column it does read must hold a value
      *> the step takes. A save is refused while any row fails. Each
      *> save is a new numbered version with its changes listed on
      *> controlversions.dat. Run with CHECK to check both files
      *> without signing on (rc 6 when anything fails).
       78 78-control-max       value 200.
       78 78-policy-max        value 200.
       78 78-retry-max         value 10.
       78 78-wait-max          value 3600.
       78 78-change-max        value 200.
       78 78-file-control      value 1.
       78 78-file-policy       value 2.
       78 78-step-count        value 21.
       78 78-field-count       value 16.
       78 78-default-index-ceiling value 50.

      *> The steps BatchDriver runs, and which batchcontrol.dat
      *> columns each one reads, in field-table order from CEILING
      *> to DUPDAYS. THRESHOLD is the driver's own window row.
       01 ws-step-table-values.
           05 filler pic x(35) value "WordExtract         ---------------".
           05 filler pic x(35) value "ArrivalWatch        Y--------------".
           05 filler pic x(35) value "VolumeGuard         Y--------------".
           05 filler pic x(35) value "FileAudit           ---------------".
           05 filler pic x(35) value "BatchEdit           ---------------".
           05 filler pic x(35) value "Problem3            ---YYY--YY----Y".
           05 filler pic x(35) value "Problem3Dist        ---------------".
           05 filler pic x(35) value "Fibonacci           Y------YY------".
           05 filler pic x(35) value "BubbleSort          ------Y---YYYY-".
           05 filler pic x(35) value "WordCategory        ---------------".
           05 filler pic x(35) value "ListXref            ---------------".
           05 filler pic x(35) value "Main                --------YY-----".
           05 filler pic x(35) value "FibonacciRecursive  -YY------Y-----".
           05 filler pic x(35) value "BatchRecon          ---------------".
           05 filler pic x(35) value "ExportDelim         --------Y------".
           05 filler pic x(35) value "XmitManifest        ---------------".
           05 filler pic x(35) value "CTBalance           ---------------".
           05 filler pic x(35) value "AuditVerify         ---------------".
           05 filler pic x(35) value "BatchSummary        ---------------".
           05 filler pic x(35) value "ReportSweep         Y--------------".
           05 filler pic x(35) value "THRESHOLD           Y--------------".
       01 ws-step-table redefines ws-step-table-values.
           05 ws-step-entry occurs 78-step-count.
               10 ws-stp-name      pic x(20).
               10 ws-stp-uses      pic x occurs 15.
       01 ws-step-num          pic 9(4) comp-x.
       01 ws-step-found        pic 9(4) comp-x.

      *> batchcontrol.dat columns under their recordlayouts.dat names.
      *> DUPDAYS is Problem3's duplicate window in calendar days
      *> before the run date, weekends and holidays included.
       01 ws-field-table-values.
           05 filler pic x(16) value "STEP      00120X".
           05 filler pic x(16) value "CEILING   02209N".
           05 filler pic x(16) value "FIBINDEX  03204N".
           05 filler pic x(16) value "IDXCEILING03704N".
           05 filler pic x(16) value "DIVISOR1  04204N".
           05 filler pic x(16) value "DIVISOR2  04704N".
           05 filler pic x(16) value "MAX       05209N".
           05 filler pic x(16) value "SORTORDER 06201X".
           05 filler pic x(16) value "SUMMODE   06401X".
           05 filler pic x(16) value "DUMPMODE  06601X".
           05 filler pic x(16) value "BATCHFLAG 06801X".
           05 filler pic x(16) value "SORTFILE  07030X".
           05 filler pic x(16) value "SORTKEYS  10130X".
           05 filler pic x(16) value "DEDUPE    13201X".
           05 filler pic x(16) value "COLLATE   13401X".
           05 filler pic x(16) value "DUPDAYS   13603N".
       01 ws-field-table redefines ws-field-table-values.
           05 ws-field-entry occurs 78-field-count.
               10 ws-fld-name      pic x(10).
               10 ws-fld-start     pic 9(3).
               10 ws-fld-length    pic 9(2).
               10 ws-fld-type      pic x.
                   88 ws-fld-numeric value "N".
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-field-found       pic 9(4) comp-x.
       01 ws-field-filter      pic 9(4) comp-x value 0.

      *> One batchcontrol.dat row as BatchDriver reads it.
       01 ws-control-row.
           05 ws-row-step          pic x(20).
           05 filler               pic x.
           05 ws-row-ceiling       pic 9(9).
           05 filler               pic x.
           05 ws-row-fib-index     pic 9(4).
           05 filler               pic x.
           05 ws-row-index-ceiling pic 9(4).
           05 filler               pic x.
           05 ws-row-divisor-1     pic 9(4).
           05 filler               pic x.
           05 ws-row-divisor-2     pic 9(4).
           05 filler               pic x.
           05 ws-row-max           pic 9(9).
           05 filler               pic x.
           05 ws-row-sort-order    pic x.
           05 filler               pic x.
           05 ws-row-sum-mode      pic x.
           05 filler               pic x.
           05 ws-row-dump-mode     pic x.
           05 filler               pic x.
           05 ws-row-batch-flag    pic x.
           05 filler               pic x.
           05 ws-row-sort-file     pic x(30).
           05 filler               pic x.
           05 ws-row-sort-keys     pic x(30).
           05 filler               pic x.
           05 ws-row-dedupe        pic x.
           05 filler               pic x.
           05 ws-row-collate       pic x.
           05 filler               pic x.
           05 ws-row-dup-days      pic 9(3).

      *> One batchpolicy.dat row.
       01 ws-policy-row.
           05 ws-prw-step          pic x(20).
           05 filler               pic x.
           05 ws-prw-code          pic 9(4).
           05 filler               pic x.
           05 ws-prw-severity      pic x.
           05 filler               pic x.
           05 ws-prw-retries       pic x(2).
           05 ws-prw-retries-n redefines ws-prw-retries pic 9(2).
           05 filler               pic x.
           05 ws-prw-wait          pic x(4).
           05 ws-prw-wait-n redefines ws-prw-wait pic 9(4).
           05 filler               pic x.
           05 ws-prw-rollback      pic x.

       01 ws-control-count     pic 9(4) comp-x value 0.
       01 ws-control-table.
           05 ws-control-line occurs 78-control-max pic x(138).
       01 ws-policy-count      pic 9(4) comp-x value 0.
       01 ws-policy-table.
           05 ws-policy-line occurs 78-policy-max pic x(37).
       01 ws-line-num          pic 9(4) comp-x.
       01 ws-line-found        pic 9(4) comp-x.
       01 ws-other-num         pic 9(4) comp-x.
       01 ws-line-display      pic 9(4).
       01 ws-control-display   pic 9(4).
       01 ws-policy-display    pic 9(4).
       01 ws-occurrence        pic 9(4) comp-x.
       01 ws-occurrence-count  pic 9(4) comp-x.
       01 ws-table-full        pic x value "N".
           88 ws-table-full-yes value "Y".

      *> Changes made this session, listed under the version they
      *> are saved in.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-change-table.
           05 ws-change-entry occurs 78-change-max.
               10 ws-chg-file      pic 9.
               10 ws-chg-action    pic x(6).
               10 ws-chg-step      pic x(20).
               10 ws-chg-field     pic x(12).
               10 ws-chg-old       pic x(30).
               10 ws-chg-new       pic x(30).
       01 ws-change-num        pic 9(4) comp-x.
       01 ws-file-changes      pic 9(4) comp-x.
       01 ws-file-num          pic 9.
      *> Set when a file could not be written; its changes stay
      *> pending for the next save.
       01 ws-save-results.
           05 ws-save-failed   pic x occurs 2.
       01 ws-save-fail-count   pic 9(4) comp-x.
       01 ws-kept-count        pic 9(4) comp-x.
       01 ws-saved-count       pic 9(4) comp-x.
       01 ws-file-names-values.
           05 filler pic x(32) value "batchcontrol.dat    batchcontrol".
           05 filler pic x(32) value "batchpolicy.dat     batchpolicy ".
       01 ws-file-names redefines ws-file-names-values.
           05 ws-file-entry occurs 2.
               10 ws-file-base     pic x(20).
               10 ws-file-stem     pic x(12).

       01 ws-problem-count     pic 9(4) value 0.
       01 ws-problem-text      pic x(60).
       01 ws-problem-field     pic x(10).
       01 ws-allowed           pic x(8).
       01 ws-allowed-tally     pic 9(4) comp-x.
       01 ws-flag-value        pic x.
       01 ws-field-value       pic x(30).
       01 ws-old-value         pic x(30).
       01 ws-effective-ceiling pic 9(4).
       01 ws-space-tally       pic 9(4) comp-x.
       01 ws-key-items.
           05 ws-key-item occurs 4 pic x(30).
       01 ws-key-num           pic 9(4) comp-x.
       01 ws-key-start-x       pic x(10).
       01 ws-key-length-x      pic x(10).
       01 ws-key-type-x        pic x(10).
       01 ws-key-start         pic 9(4).
       01 ws-key-length        pic 9(4).
       01 ws-key-separators    pic 9(4) comp-x.

       01 ws-entry-step        pic x(20).
       01 ws-entry-field       pic x(10).
       01 ws-entry-value       pic x(30).
       01 ws-entry-number      pic x(10).
       01 ws-entry-num-value   pic 9(9).
       01 ws-entry-severity    pic x.
       01 ws-entry-text        pic x(10).
       01 ws-entry-retry.
           05 ws-entry-retries     pic 9(2).
           05 ws-entry-wait        pic 9(4).
           05 ws-entry-rollback    pic x.
       01 ws-candidate         pic x(138).
       01 ws-choice            pic x value space.
       01 ws-confirm           pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-check-mode        pic x(8) value spaces.
           88 ws-check-mode-on value "CHECK".
       01 ws-report-open       pic x value "N".
           88 ws-report-open-yes value "Y".
       01 ws-today             pic x(21).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-arg-index         pic 9(4) comp-x.

       01 ws-latest-version    pic 9(4) value 0.
       01 ws-new-version       pic 9(4).
       01 ws-from-version      pic 9(4).
       01 ws-to-version        pic 9(4).
       01 ws-version-eof       pic x value "N".
           88 ws-version-eof-yes value "Y".
       01 ws-version-shown     pic 9(4) comp-x.

       01 ws-control-status    pic x(2).
       01 ws-policy-status     pic x(2).
       01 ws-copy-status       pic x(2).
       01 ws-version-status    pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-resolve-base      pic x(45).
       01 ws-control-name      pic x(45).
       01 ws-policy-name       pic x(45).
       01 ws-copy-name         pic x(45).
       01 ws-version-name      pic x(45).
       01 ws-maint-rpt-name    pic x(45).
       01 ws-program-name      pic x(20) value "ControlMaint".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       01 ws-return-code       pic 9(4) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "batchcontrol.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-control-name
           move "batchpolicy.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-policy-name
           move "controlversions.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-version-name
           move "controlmaint_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-maint-rpt-name

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-check-mode from argument-value
           move function upper-case(ws-check-mode) to ws-check-mode

           if ws-check-mode-on
               perform check-files-only
               goback returning ws-return-code
           end-if

           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
           move "S" to ws-op-function
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

           perform load-control
           perform load-policy
           if ws-table-full-yes
               display "ERROR: batchcontrol.dat or batchpolicy.dat "
                       "holds more rows than this screen can rewrite."
               move 78-ec-table-size to ws-audit-rc
               call "auditend" using ws-program-name, ws-audit-count,
                                     ws-audit-rc
               goback returning 78-ec-table-size
           end-if
           display "Batch control maintenance - "
                   ws-control-count " control row(s), "
                   ws-policy-count " policy row(s)."
           move 0 to ws-field-filter
           perform check-all-rows
           if ws-problem-count not = 0
               display ws-problem-count " problem(s) on the files as "
                       "they stand - fix them before saving."
           end-if

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               accept ws-choice
               evaluate ws-choice
                   when "L" when "l"
                       perform list-steps
                   when "E" when "e"
                       perform edit-step
                   when "A" when "a"
                       perform add-step
                   when "D" when "d"
                       perform delete-step
                   when "P" when "p"
                       perform edit-policy
                   when "C" when "c"
                       move 0 to ws-field-filter
                       perform check-all-rows
                       display ws-problem-count " problem(s) found."
                   when "S" when "s"
                       perform save-files
                   when "H" when "h"
                       perform report-versions
                   when "Q" when "q"
                       perform quit-screen
                   when other
                       display "Unknown choice."
               end-evaluate
           end-perform

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-program-name, ws-audit-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       show-menu section.
           display " "
           display "L=list steps  E=edit step  A=add step  D=delete "
                   "step  P=step policy"
           display "C=check  S=save  H=version history  Q=quit"
           display "Choice: " with no advancing
           exit section.

       check-files-only section.
           open output maint-report
           set ws-report-open-yes to true
           move function current-date to ws-report-timestamp
           move "ControlMaint" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line
           move "CHECK" to ws-audit-parms
           call "auditstart" using ws-program-name, ws-audit-parms

           perform load-control
           perform load-policy
           if ws-table-full-yes
               move "FILE TOO LARGE TO CHECK" to report-line
               write report-line
               move 78-ec-table-size to ws-return-code
           else
               move 0 to ws-field-filter
               perform check-all-rows
               move ws-control-count to ws-control-display
               move ws-policy-count to ws-policy-display
               move spaces to report-line
               string "CONTROL ROWS: " ws-control-display
                      " POLICY ROWS: " ws-policy-display
                      " PROBLEMS: " ws-problem-count
                      delimited by size into report-line
               end-string
               write report-line
               if ws-problem-count not = 0
                   move 78-ec-invalid-data to ws-return-code
               end-if
           end-if

           if ws-return-code = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           compute ws-audit-count = ws-control-count + ws-policy-count
           move ws-audit-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close maint-report
           move "N" to ws-report-open
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-program-name, ws-audit-count,
                                 ws-audit-rc
           exit section.

       load-control section.
           move 0 to ws-control-count
           open input control-file
           if ws-control-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read control-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if control-record not = spaces
                           if ws-control-count = 78-control-max
                               set ws-table-full-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-control-count
                               move control-record
                                   to ws-control-line(ws-control-count)
                           end-if
                       end-if
               end-read
           end-perform
           close control-file
           exit section.

       load-policy section.
           move 0 to ws-policy-count
           open input policy-file
           if ws-policy-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read policy-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if policy-record not = spaces
                           if ws-policy-count = 78-policy-max
                               set ws-table-full-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-policy-count
                               move policy-record
                                   to ws-policy-line(ws-policy-count)
                           end-if
                       end-if
               end-read
           end-perform
           close policy-file
           exit section.

       list-steps section.
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-control-count
               move ws-line-num to ws-line-display
               display ws-line-display ": "
                       function trim(ws-control-line(ws-line-num)
                                     trailing)
           end-perform
           exit section.

       find-step-row section.
           *> A step can run more than once in the chain (BubbleSort
           *> sorts one file per row), so a repeated step is picked
           *> by its occurrence.
           move 0 to ws-line-found
           move 0 to ws-occurrence-count
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-control-count
               if ws-control-line(ws-line-num)(1:20) = ws-entry-step
                   add 1 to ws-occurrence-count
                   move ws-line-num to ws-line-found
               end-if
           end-perform
           if ws-occurrence-count = 0
               display "No batchcontrol.dat row for '"
                       function trim(ws-entry-step) "'."
               exit section
           end-if
           if ws-occurrence-count = 1
               exit section
           end-if
           display function trim(ws-entry-step) " runs "
                   ws-occurrence-count " times - which one (1-"
                   ws-occurrence-count ")? " with no advancing
           accept ws-entry-number
           move 0 to ws-line-found
           if function trim(ws-entry-number) not numeric
               display "Not an occurrence number."
               exit section
           end-if
           compute ws-occurrence = function numval(ws-entry-number)
           move 0 to ws-occurrence-count
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-control-count
                      or ws-line-found not = 0
               if ws-control-line(ws-line-num)(1:20) = ws-entry-step
                   add 1 to ws-occurrence-count
                   if ws-occurrence-count = ws-occurrence
                       move ws-line-num to ws-line-found
                   end-if
               end-if
           end-perform
           if ws-line-found = 0
               display "No such occurrence."
           end-if
           exit section.

       find-chain-step section.
           move 0 to ws-step-found
           perform varying ws-step-num from 1 by 1
                   until ws-step-num > 78-step-count
                      or ws-step-found not = 0
               if ws-stp-name(ws-step-num) = ws-entry-step
                   move ws-step-num to ws-step-found
               end-if
           end-perform
           exit section.

       edit-step section.
           display "Step: " with no advancing
           accept ws-entry-step
           perform find-step-row
           if ws-line-found = 0
               exit section
           end-if
           if ws-control-line(ws-line-found)(1:1) = "*"
               display "That is a comment row."
               exit section
           end-if
           perform edit-row-fields
           exit section.

       edit-row-fields section.
           move ws-control-line(ws-line-found) to ws-control-row
           move ws-row-step to ws-entry-step
           perform find-chain-step
           if ws-step-found = 0
               display "'" function trim(ws-entry-step) "' is not a "
                       "step the chain runs - delete the row."
               exit section
           end-if
           display "Columns " function trim(ws-entry-step)
                   " reads:" with no advancing
           perform varying ws-field-num from 2 by 1
                   until ws-field-num > 78-field-count
               if ws-stp-uses(ws-step-found, ws-field-num - 1) = "Y"
                   display " " function trim(ws-fld-name(ws-field-num))
                       with no advancing
               end-if
           end-perform
           display " "

           move "X" to ws-entry-field
           perform until ws-entry-field = spaces
               display "Field (blank to finish): " with no advancing
               move spaces to ws-entry-field
               accept ws-entry-field
               move function upper-case(ws-entry-field)
                   to ws-entry-field
               if ws-entry-field not = spaces
                   perform edit-one-field
               end-if
           end-perform
           exit section.

       edit-one-field section.
           move 0 to ws-field-found
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > 78-field-count
               if ws-fld-name(ws-field-num) = ws-entry-field
                   move ws-field-num to ws-field-found
               end-if
           end-perform
           if ws-field-found = 0
               display "Unknown field - one of CEILING FIBINDEX "
                       "IDXCEILING DIVISOR1 DIVISOR2 MAX SORTORDER "
                       "SUMMODE DUMPMODE BATCHFLAG SORTFILE SORTKEYS "
                       "DEDUPE COLLATE DUPDAYS."
               exit section
           end-if
           if ws-field-found = 1
               display "The step name is not edited - delete the row "
                       "and add the step."
               exit section
           end-if

           move spaces to ws-old-value
           move ws-control-line(ws-line-found)
                   (ws-fld-start(ws-field-found):
                    ws-fld-length(ws-field-found)) to ws-old-value
           display function trim(ws-fld-name(ws-field-found))
                   " is '"
                   ws-old-value(1:ws-fld-length(ws-field-found))
                   "' - new value (- to clear): " with no advancing
           move spaces to ws-entry-value
           accept ws-entry-value
           if ws-entry-value = spaces
               display "Not changed."
               exit section
           end-if

           move ws-control-line(ws-line-found) to ws-candidate
           if ws-entry-value = "-"
               if ws-fld-numeric(ws-field-found)
                   move all "0" to ws-candidate
                       (ws-fld-start(ws-field-found):
                        ws-fld-length(ws-field-found))
               else
                   move spaces to ws-candidate
                       (ws-fld-start(ws-field-found):
                        ws-fld-length(ws-field-found))
               end-if
           else
               if ws-fld-numeric(ws-field-found)
                   if function trim(ws-entry-value) not numeric
                           or function length(function trim(
                              ws-entry-value))
                              > ws-fld-length(ws-field-found)
                       display "Must be a number of up to "
                               ws-fld-length(ws-field-found)
                               " digits - not changed."
                       exit section
                   end-if
                   compute ws-entry-num-value =
                           function numval(ws-entry-value)
                   move ws-entry-num-value to ws-entry-number(1:9)
                   move ws-entry-number(10 - ws-fld-length(
                           ws-field-found):ws-fld-length(
                           ws-field-found))
                       to ws-candidate(ws-fld-start(ws-field-found):
                                       ws-fld-length(ws-field-found))
               else
                   if ws-fld-length(ws-field-found) = 1
                       move function upper-case(ws-entry-value(1:1))
                           to ws-entry-value
                   end-if
                   move ws-entry-value to ws-candidate
                       (ws-fld-start(ws-field-found):
                        ws-fld-length(ws-field-found))
               end-if
           end-if

           *> Only this field's own problems stop the change, so a
           *> row that is wrong in several places can be put right
           *> one field at a time.
           move ws-field-found to ws-field-filter
           move 0 to ws-problem-count
           move ws-line-found to ws-line-num
           move ws-candidate to ws-control-row
           perform check-control-row
           move 0 to ws-field-filter
           if ws-problem-count not = 0
               display "Not changed."
               exit section
           end-if
           if ws-candidate = ws-control-line(ws-line-found)
               display "Value unchanged."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if

           add 1 to ws-change-count
           move 78-file-control to ws-chg-file(ws-change-count)
           move "CHANGE" to ws-chg-action(ws-change-count)
           move ws-row-step to ws-chg-step(ws-change-count)
           move ws-fld-name(ws-field-found)
               to ws-chg-field(ws-change-count)
           move ws-old-value(1:ws-fld-length(ws-field-found))
               to ws-chg-old(ws-change-count)
           move ws-candidate(ws-fld-start(ws-field-found):
                             ws-fld-length(ws-field-found))
               to ws-chg-new(ws-change-count)
           move ws-candidate to ws-control-line(ws-line-found)
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       add-step section.
           display "Step to add: " with no advancing
           accept ws-entry-step
           perform find-chain-step
           if ws-step-found = 0
               display "'" function trim(ws-entry-step) "' is not a "
                       "step the chain runs - not added."
               exit section
           end-if
           if ws-control-count = 78-control-max
               display "batchcontrol.dat is full - nothing added."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           display "Run it after line (0 = first, blank = last): "
                   with no advancing
           move spaces to ws-entry-number
           accept ws-entry-number
           if ws-entry-number = spaces
               move ws-control-count to ws-line-found
           else
               if function trim(ws-entry-number) not numeric
                   display "Not a line number - not added."
                   exit section
               end-if
               compute ws-line-found = function numval(ws-entry-number)
               if ws-line-found > ws-control-count
                   display "No such line - not added."
                   exit section
               end-if
           end-if

           *> Open a gap after the chosen line for the new row.
           perform varying ws-line-num from ws-control-count by -1
                   until ws-line-num <= ws-line-found
               move ws-control-line(ws-line-num)
                   to ws-control-line(ws-line-num + 1)
           end-perform
           add 1 to ws-control-count
           add 1 to ws-line-found
           initialize ws-control-row
           move ws-entry-step to ws-row-step
           move ws-control-row to ws-control-line(ws-line-found)

           add 1 to ws-change-count
           move 78-file-control to ws-chg-file(ws-change-count)
           move "ADD" to ws-chg-action(ws-change-count)
           move ws-entry-step to ws-chg-step(ws-change-count)
           move "ROW" to ws-chg-field(ws-change-count)
           move spaces to ws-chg-old(ws-change-count)
           move ws-line-found to ws-line-display
           move spaces to ws-chg-new(ws-change-count)
           string "LINE " ws-line-display
                  delimited by size into ws-chg-new(ws-change-count)
           end-string
           display "Added at line " ws-line-display
                   " with default parameters."
           perform edit-row-fields
           exit section.

       delete-step section.
           display "Step to delete: " with no advancing
           accept ws-entry-step
           perform find-step-row
           if ws-line-found = 0
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           move ws-line-found to ws-line-display
           display "Delete line " ws-line-display " "
                   function trim(ws-entry-step)
                   " - the chain will no longer run it here (Y/N)? "
                   with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not deleted."
               exit section
           end-if

           add 1 to ws-change-count
           move 78-file-control to ws-chg-file(ws-change-count)
           move "DELETE" to ws-chg-action(ws-change-count)
           move ws-entry-step to ws-chg-step(ws-change-count)
           move "ROW" to ws-chg-field(ws-change-count)
           move ws-control-line(ws-line-found)(22:30)
               to ws-chg-old(ws-change-count)
           move spaces to ws-chg-new(ws-change-count)
           perform varying ws-line-num from ws-line-found by 1
                   until ws-line-num >= ws-control-count
               move ws-control-line(ws-line-num + 1)
                   to ws-control-line(ws-line-num)
           end-perform
           subtract 1 from ws-control-count
           display "Deleted (" ws-change-count " unsaved)."
           exit section.

       edit-policy section.
           display "Step (* for every step): " with no advancing
           accept ws-entry-step
           if ws-entry-step not = "*"
               perform find-chain-step
               if ws-step-found = 0
                       or ws-entry-step = "THRESHOLD"
                   display "'" function trim(ws-entry-step) "' is not "
                           "a step the chain runs."
                   exit section
               end-if
           end-if
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-policy-count
               move ws-policy-line(ws-line-num) to ws-policy-row
               if ws-prw-step = ws-entry-step
                   if ws-prw-retries = spaces
                       display "  CODE " ws-prw-code " SEVERITY "
                               ws-prw-severity
                   else
                       display "  CODE " ws-prw-code " SEVERITY "
                               ws-prw-severity " RETRIES "
                               ws-prw-retries " WAIT " ws-prw-wait
                               " ROLLBACK " ws-prw-rollback
                   end-if
               end-if
           end-perform

           move "X" to ws-entry-number
           perform until ws-entry-number = spaces
               display "Return code (blank to finish): "
                   with no advancing
               move spaces to ws-entry-number
               accept ws-entry-number
               if ws-entry-number not = spaces
                   perform edit-one-policy
               end-if
           end-perform
           exit section.

       edit-one-policy section.
           if function trim(ws-entry-number) not numeric
               display "Not a return code."
               exit section
           end-if
           compute ws-entry-num-value = function numval(ws-entry-number)
           if ws-entry-num-value < 1
                   or ws-entry-num-value > 78-ec-table-size
               display "Return codes run from 1 to " 78-ec-table-size
                       " - see ErrorCodes."
               exit section
           end-if
           move 0 to ws-line-found
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-policy-count
                      or ws-line-found not = 0
               move ws-policy-line(ws-line-num) to ws-policy-row
               if ws-prw-step = ws-entry-step
                       and ws-prw-code is numeric
                       and ws-prw-code = ws-entry-num-value
                   move ws-line-num to ws-line-found
               end-if
           end-perform

           display "Severity W=warn and go on, F=fail the chain, "
                   "D=delete the row: " with no advancing
           move space to ws-entry-severity
           accept ws-entry-severity
           move function upper-case(ws-entry-severity)
               to ws-entry-severity
           if ws-entry-severity not = "W" and not = "F"
                   and not = "D"
               display "Not changed."
               exit section
           end-if
           if ws-change-count = 78-change-max
               display "Too many unsaved changes - save first."
               exit section
           end-if
           initialize ws-entry-retry
           if ws-entry-severity not = "D"
               perform accept-retry-policy
               if ws-entry-severity = space
                   display "Not changed."
                   exit section
               end-if
           end-if

           move spaces to ws-policy-row
           move ws-entry-step to ws-prw-step
           move ws-entry-num-value to ws-prw-code
           move ws-entry-severity to ws-prw-severity
           if ws-entry-retries not = 0
               move ws-entry-retries to ws-prw-retries-n
               move ws-entry-wait to ws-prw-wait-n
               move ws-entry-rollback to ws-prw-rollback
           end-if
           evaluate true
               when ws-entry-severity = "D" and ws-line-found = 0
                   display "No policy row for that code."
                   exit section
               when ws-entry-severity = "D"
                   add 1 to ws-change-count
                   move "DELETE" to ws-chg-action(ws-change-count)
                   move ws-policy-line(ws-line-found)(27:11)
                       to ws-chg-old(ws-change-count)
                   move spaces to ws-chg-new(ws-change-count)
                   perform varying ws-line-num from ws-line-found by 1
                           until ws-line-num >= ws-policy-count
                       move ws-policy-line(ws-line-num + 1)
                           to ws-policy-line(ws-line-num)
                   end-perform
                   subtract 1 from ws-policy-count
               when ws-line-found = 0
                   if ws-policy-count = 78-policy-max
                       display "batchpolicy.dat is full - nothing "
                               "added."
                       exit section
                   end-if
                   add 1 to ws-change-count
                   move "ADD" to ws-chg-action(ws-change-count)
                   move spaces to ws-chg-old(ws-change-count)
                   move ws-policy-row(27:11)
                       to ws-chg-new(ws-change-count)
                   add 1 to ws-policy-count
                   move ws-policy-row to ws-policy-line(ws-policy-count)
               when other
                   if ws-policy-line(ws-line-found)(27:11)
                           = ws-policy-row(27:11)
                       display "Already " ws-entry-severity "."
                       exit section
                   end-if
                   add 1 to ws-change-count
                   move "CHANGE" to ws-chg-action(ws-change-count)
                   move ws-policy-line(ws-line-found)(27:11)
                       to ws-chg-old(ws-change-count)
                   move ws-policy-row(27:11)
                       to ws-chg-new(ws-change-count)
                   move ws-policy-row to ws-policy-line(ws-line-found)
           end-evaluate
           move 78-file-policy to ws-chg-file(ws-change-count)
           move ws-entry-step to ws-chg-step(ws-change-count)
           move spaces to ws-chg-field(ws-change-count)
           string "CODE " ws-prw-code
                  delimited by size into ws-chg-field(ws-change-count)
           end-string
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       accept-retry-policy section.
           *> A failure that clears by itself - an input briefly held
           *> by a maintenance screen - can be retried before the
           *> severity applies. Blank or zero retries keeps the row a
           *> plain W or F. A bad entry blanks ws-entry-severity.
           display "Retries before the severity applies (0-"
                   78-retry-max ", blank none): " with no advancing
           move spaces to ws-entry-text
           accept ws-entry-text
           if ws-entry-text = spaces
               exit section
           end-if
           if function trim(ws-entry-text) not numeric
                   or function numval(ws-entry-text) > 78-retry-max
               move space to ws-entry-severity
               exit section
           end-if
           compute ws-entry-retries = function numval(ws-entry-text)
           if ws-entry-retries = 0
               exit section
           end-if
           display "Seconds to wait between attempts (0-"
                   78-wait-max "): " with no advancing
           move spaces to ws-entry-text
           accept ws-entry-text
           if ws-entry-text = spaces
               move "0" to ws-entry-text
           end-if
           if function trim(ws-entry-text) not numeric
                   or function numval(ws-entry-text) > 78-wait-max
               move space to ws-entry-severity
               exit section
           end-if
           compute ws-entry-wait = function numval(ws-entry-text)
           display "Roll the step's outputs back before each retry "
                   "(Y/N): " with no advancing
           move space to ws-entry-rollback
           accept ws-entry-rollback
           move function upper-case(ws-entry-rollback)
               to ws-entry-rollback
           if ws-entry-rollback = space
               move "N" to ws-entry-rollback
           end-if
           if ws-entry-rollback not = "Y" and not = "N"
               move space to ws-entry-severity
           end-if
           exit section.

       check-all-rows section.
           move 0 to ws-problem-count
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-control-count
               move ws-control-line(ws-line-num) to ws-control-row
               perform check-control-row
           end-perform
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-policy-count
               perform check-policy-row
           end-perform
           exit section.

       check-control-row section.
           *> Comment rows are left alone.
           if ws-row-step(1:1) = "*"
               exit section
           end-if
           move ws-row-step to ws-entry-step
           perform find-chain-step
           if ws-step-found = 0
               move "STEP" to ws-problem-field
               move 1 to ws-field-num
               move "is not a step the chain runs" to ws-problem-text
               perform note-control-problem
               exit section
           end-if

           *> Every numeric column must be digits, and zero where the
           *> step does not read it; an all-blank column is read as
           *> zero, the step's default.
           perform varying ws-field-num from 2 by 1
                   until ws-field-num > 78-field-count
               move ws-fld-name(ws-field-num) to ws-problem-field
               move spaces to ws-field-value
               move ws-control-row(ws-fld-start(ws-field-num):
                                   ws-fld-length(ws-field-num))
                   to ws-field-value
               if ws-fld-numeric(ws-field-num)
                   evaluate true
                       when ws-field-value = spaces
                           continue
                       when ws-field-value(1:ws-fld-length(
                               ws-field-num)) not numeric
                           move "must be all digits (a shifted column?)"
                               to ws-problem-text
                           perform note-control-problem
                       when ws-stp-uses(ws-step-found, ws-field-num - 1)
                               not = "Y"
                               and ws-field-value(1:ws-fld-length(
                                   ws-field-num)) not = all "0"
                           move "is not read by this step - leave zero"
                               to ws-problem-text
                           perform note-control-problem
                   end-evaluate
               else
                   if ws-stp-uses(ws-step-found, ws-field-num - 1)
                           not = "Y"
                           and ws-field-value not = spaces
                       move "is not read by this step - leave blank"
                           to ws-problem-text
                       perform note-control-problem
                   end-if
               end-if
           end-perform

           perform check-step-values
           exit section.

       check-step-values section.
           *> The values each step program acts on; anything else
           *> it would ignore or misread.
           if ws-row-ceiling is numeric
                   and (ws-row-step = "ArrivalWatch"
                        or ws-row-step = "VolumeGuard"
                        or ws-row-step = "ReportSweep")
                   and ws-row-ceiling > 9999
               move 2 to ws-field-num
               move "CEILING" to ws-problem-field
               move "must be 9999 or less for this step"
                   to ws-problem-text
               perform note-control-problem
           end-if

           if ws-row-step = "FibonacciRecursive"
                   and ws-row-fib-index is numeric
                   and ws-row-index-ceiling is numeric
               if ws-row-index-ceiling = 0
                   move 78-default-index-ceiling
                       to ws-effective-ceiling
               else
                   move ws-row-index-ceiling to ws-effective-ceiling
               end-if
               if ws-row-fib-index > ws-effective-ceiling
                   move 3 to ws-field-num
                   move "FIBINDEX" to ws-problem-field
                   move spaces to ws-problem-text
                   string "is above the index ceiling "
                          ws-effective-ceiling
                          delimited by size into ws-problem-text
                   end-string
                   perform note-control-problem
                   move 4 to ws-field-num
                   move "IDXCEILING" to ws-problem-field
                   perform note-control-problem
               end-if
           end-if

           if ws-row-step = "BubbleSort"
               move ws-row-sort-order to ws-flag-value
               move " AD" to ws-allowed
               move 8 to ws-field-num
               perform check-flag-value
               move ws-row-dedupe to ws-flag-value
               move " U" to ws-allowed
               move 14 to ws-field-num
               perform check-flag-value
               move ws-row-collate to ws-flag-value
               move " RCN" to ws-allowed
               move 15 to ws-field-num
               perform check-flag-value
               perform check-sort-file
               perform check-sort-keys
           end-if

           if ws-row-step = "Fibonacci"
               move ws-row-sum-mode to ws-flag-value
               move " EOA" to ws-allowed
               move 9 to ws-field-num
               perform check-flag-value
           end-if

           evaluate ws-row-step
               when "Fibonacci"
                   move " DLZ" to ws-allowed
               when "Main"
                   move " R" to ws-allowed
               when "Problem3"
                   move " V" to ws-allowed
               when "ExportDelim"
                   move " AFPLBRE" to ws-allowed
               when other
                   move spaces to ws-allowed
           end-evaluate
           if ws-allowed not = spaces
               move ws-row-dump-mode to ws-flag-value
               move 10 to ws-field-num
               perform check-flag-value
           end-if

           if ws-row-step = "Problem3" or ws-row-step = "Main"
                   or ws-row-step = "FibonacciRecursive"
               move ws-row-batch-flag to ws-flag-value
               move " B" to ws-allowed
               move 11 to ws-field-num
               perform check-flag-value
           end-if
           exit section.

       check-flag-value section.
           move 0 to ws-allowed-tally
           inspect ws-allowed tallying ws-allowed-tally
               for all ws-flag-value
           if ws-allowed-tally = 0
               move ws-fld-name(ws-field-num) to ws-problem-field
               move spaces to ws-problem-text
               string "'" ws-flag-value "' is not one of: blank "
                      function trim(ws-allowed)
                      delimited by size into ws-problem-text
               end-string
               perform note-control-problem
           end-if
           exit section.

       check-sort-file section.
           if ws-row-sort-file = spaces
               exit section
           end-if
           move 0 to ws-space-tally
           inspect function trim(ws-row-sort-file)
               tallying ws-space-tally for all space
           if ws-space-tally not = 0
               move 12 to ws-field-num
               move "SORTFILE" to ws-problem-field
               move "must be one file name without spaces"
                   to ws-problem-text
               perform note-control-problem
           end-if
           exit section.

       check-sort-keys section.
           *> BubbleSort's key specification: up to three
           *> start,length,type items separated by ";", type C or N,
           *> each within the 80-byte record and N keys 18 digits at
           *> most. BubbleSort falls back to a whole-record sort on a
           *> spec it cannot use, which is never what was meant.
           if ws-row-sort-keys = spaces
               exit section
           end-if
           move 13 to ws-field-num
           move "SORTKEYS" to ws-problem-field
           move 0 to ws-key-separators
           inspect ws-row-sort-keys tallying ws-key-separators
               for all ";"
           if ws-key-separators > 2
               move "holds more than three keys" to ws-problem-text
               perform note-control-problem
               exit section
           end-if
           move spaces to ws-key-items
           unstring ws-row-sort-keys delimited by ";"
               into ws-key-item(1) ws-key-item(2) ws-key-item(3)
           end-unstring
           perform varying ws-key-num from 1 by 1
                   until ws-key-num > 3
               if ws-key-item(ws-key-num) not = spaces
                   perform check-one-key
               end-if
           end-perform
           exit section.

       check-one-key section.
           move spaces to ws-key-start-x ws-key-length-x ws-key-type-x
           unstring ws-key-item(ws-key-num) delimited by ","
               into ws-key-start-x ws-key-length-x ws-key-type-x
           end-unstring
           move spaces to ws-problem-text
           if function trim(ws-key-start-x) not numeric
                   or function trim(ws-key-length-x) not numeric
               string "key '" function trim(ws-key-item(ws-key-num))
                      "' needs start,length,type"
                      delimited by size into ws-problem-text
               end-string
               perform note-control-problem
               exit section
           end-if
           move function upper-case(ws-key-type-x) to ws-key-type-x
           if ws-key-type-x not = spaces and not = "C"
                   and not = "N"
               string "key '" function trim(ws-key-item(ws-key-num))
                      "' type must be C or N"
                      delimited by size into ws-problem-text
               end-string
               perform note-control-problem
               exit section
           end-if
           compute ws-key-start = function numval(ws-key-start-x)
           compute ws-key-length = function numval(ws-key-length-x)
           if ws-key-start < 1 or ws-key-length < 1
                   or ws-key-length > 40
                   or ws-key-start + ws-key-length - 1 > 80
                   or (ws-key-type-x = "N" and ws-key-length > 18)
               string "key '" function trim(ws-key-item(ws-key-num))
                      "' is outside the 80-byte record or too long"
                      delimited by size into ws-problem-text
               end-string
               perform note-control-problem
           end-if
           exit section.

       note-control-problem section.
           *> While a single field is being edited only that field's
           *> own problems count.
           if ws-field-filter not = 0
                   and ws-field-filter not = ws-field-num
               exit section
           end-if
           add 1 to ws-problem-count
           move ws-line-num to ws-line-display
           move spaces to report-line
           string "batchcontrol.dat LINE " ws-line-display " "
                  function trim(ws-row-step) ": "
                  function trim(ws-problem-field) " "
                  ws-problem-text
                  delimited by size into report-line
           end-string
           perform show-problem
           exit section.

       check-policy-row section.
           move ws-policy-line(ws-line-num) to ws-policy-row
           *> "*" alone is the every-step policy; other rows starting
           *> with * are comments.
           if ws-prw-step(1:1) = "*" and ws-prw-step not = "*"
               exit section
           end-if
           if ws-prw-step not = "*"
               move ws-prw-step to ws-entry-step
               perform find-chain-step
               if ws-step-found = 0 or ws-prw-step = "THRESHOLD"
                   move "STEP is not a step the chain runs"
                       to ws-problem-text
                   perform note-policy-problem
               end-if
           end-if
           if ws-prw-code not numeric
               move "CODE must be all digits (a shifted column?)"
                   to ws-problem-text
               perform note-policy-problem
           else
               if ws-prw-code < 1 or ws-prw-code > 78-ec-table-size
                   move "CODE is not a return code the steps give"
                       to ws-problem-text
                   perform note-policy-problem
               end-if
               perform varying ws-other-num from 1 by 1
                       until ws-other-num >= ws-line-num
                   if ws-policy-line(ws-other-num)(1:25)
                           = ws-policy-line(ws-line-num)(1:25)
                       move "CODE repeats an earlier row for the step"
                           to ws-problem-text
                       perform note-policy-problem
                   end-if
               end-perform
           end-if
           if ws-prw-severity not = "W" and not = "F"
               move "SEVERITY must be W or F" to ws-problem-text
               perform note-policy-problem
           end-if
           if ws-prw-retries = spaces
               if ws-prw-wait not = spaces
                       or ws-prw-rollback not = space
                   move "WAIT and ROLLBACK need a RETRIES count"
                       to ws-problem-text
                   perform note-policy-problem
               end-if
               exit section
           end-if
           if ws-prw-retries not numeric
               move "RETRIES must be all digits (a shifted column?)"
                   to ws-problem-text
               perform note-policy-problem
           else
               if ws-prw-retries-n > 78-retry-max
                   move "RETRIES is more than the chain allows"
                       to ws-problem-text
                   perform note-policy-problem
               end-if
           end-if
           if ws-prw-wait not numeric
               move "WAIT must be four digits of seconds"
                   to ws-problem-text
               perform note-policy-problem
           else
               if ws-prw-wait-n > 78-wait-max
                   move "WAIT is more than an hour" to ws-problem-text
                   perform note-policy-problem
               end-if
           end-if
           if ws-prw-rollback not = "Y" and not = "N"
               move "ROLLBACK must be Y or N" to ws-problem-text
               perform note-policy-problem
           end-if
           exit section.

       note-policy-problem section.
           add 1 to ws-problem-count
           move ws-line-num to ws-line-display
           move spaces to report-line
           string "batchpolicy.dat LINE " ws-line-display " "
                  function trim(ws-prw-step) ": "
                  ws-problem-text
                  delimited by size into report-line
           end-string
           perform show-problem
           exit section.

       show-problem section.
           display "  " function trim(report-line trailing)
           if ws-report-open-yes
               write report-line
           end-if
           exit section.

       save-files section.
           if ws-change-count = 0
               display "No changes to save."
               exit section
           end-if
           move 0 to ws-field-filter
           perform check-all-rows
           if ws-problem-count not = 0
               display "Not saved - " ws-problem-count
                       " problem(s) to fix first."
               exit section
           end-if

           move function current-date to ws-today
           open output maint-report
           set ws-report-open-yes to true
           move ws-today to ws-report-timestamp
           move "ControlMaint" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move 0 to ws-save-fail-count
           perform varying ws-file-num from 1 by 1
                   until ws-file-num > 2
               move "N" to ws-save-failed(ws-file-num)
               move 0 to ws-file-changes
               perform varying ws-change-num from 1 by 1
                       until ws-change-num > ws-change-count
                   if ws-chg-file(ws-change-num) = ws-file-num
                       add 1 to ws-file-changes
                   end-if
               end-perform
               if ws-file-changes not = 0
                   perform save-one-file
               end-if
           end-perform

           *> Changes to a file that was written drop out of the
           *> pending list; those to a file that failed move up and
           *> wait for the next save.
           move 0 to ws-kept-count
           move 0 to ws-saved-count
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
               if ws-save-failed(ws-chg-file(ws-change-num)) = "Y"
                   add 1 to ws-kept-count
                   move ws-change-entry(ws-change-num)
                       to ws-change-entry(ws-kept-count)
               else
                   add 1 to ws-saved-count
               end-if
           end-perform

           if ws-save-fail-count = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           move ws-saved-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close maint-report
           move "N" to ws-report-open
           add ws-saved-count to ws-audit-count
           move ws-kept-count to ws-change-count
           if ws-kept-count not = 0
               display ws-kept-count " change(s) not saved - still "
                       "pending."
           end-if
           exit section.

       save-open-failed section.
           *> ws-problem-text names the file and status; the save of
           *> this file stops before its version row is written.
           move "Y" to ws-save-failed(ws-file-num)
           add 1 to ws-save-fail-count
           move spaces to report-line
           string "ERROR: " ws-problem-text
                  delimited by size into report-line
           end-string
           display function trim(report-line trailing)
           write report-line
           exit section.

       save-one-file section.
           perform find-latest-version
           compute ws-new-version = ws-latest-version + 1

           *> The numbered copy goes first, so a file that cannot be
           *> kept never leaves the live one changed without it.
           move spaces to ws-resolve-base
           string function trim(ws-file-stem(ws-file-num)) "_v"
                  ws-new-version ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolvename" using ws-resolve-base, ws-copy-name
           open output copy-file
           if ws-copy-status not = "00"
               move spaces to ws-problem-text
               string function trim(ws-copy-name)
                      " not written (status " ws-copy-status ")"
                      delimited by size into ws-problem-text
               end-string
               perform save-open-failed
               exit section
           end-if
           if ws-file-num = 78-file-control
               perform varying ws-line-num from 1 by 1
                       until ws-line-num > ws-control-count
                   write copy-record from ws-control-line(ws-line-num)
               end-perform
           else
               perform varying ws-line-num from 1 by 1
                       until ws-line-num > ws-policy-count
                   write copy-record from ws-policy-line(ws-line-num)
               end-perform
           end-if
           close copy-file

           if ws-file-num = 78-file-control
               open output control-file
               if ws-control-status not = "00"
                   move spaces to ws-problem-text
                   string "batchcontrol.dat not written (status "
                          ws-control-status ")"
                          delimited by size into ws-problem-text
                   end-string
                   perform save-open-failed
                   exit section
               end-if
               perform varying ws-line-num from 1 by 1
                       until ws-line-num > ws-control-count
                   write control-record
                       from ws-control-line(ws-line-num)
               end-perform
               close control-file
           else
               open output policy-file
               if ws-policy-status not = "00"
                   move spaces to ws-problem-text
                   string "batchpolicy.dat not written (status "
                          ws-policy-status ")"
                          delimited by size into ws-problem-text
                   end-string
                   perform save-open-failed
                   exit section
               end-if
               perform varying ws-line-num from 1 by 1
                       until ws-line-num > ws-policy-count
                   write policy-record from ws-policy-line(ws-line-num)
               end-perform
               close policy-file
           end-if

           open extend version-file
           if ws-version-status = "35"
               open output version-file
           end-if
           move spaces to version-record
           move ws-file-base(ws-file-num) to ver-file
           move ws-new-version to ver-number
           move ws-today(1:8) to ver-date
           move ws-today(9:6) to ver-time
           move ws-operator to ver-operator
           set ver-saved to true
           move ws-file-changes to ws-line-display
           string ws-line-display " CHANGE(S)"
                  delimited by size into ver-new
           end-string
           if ws-version-status = "00"
               write version-record
           end-if
           perform report-version-heading
           perform varying ws-change-num from 1 by 1
                   until ws-change-num > ws-change-count
               if ws-chg-file(ws-change-num) = ws-file-num
                   move ws-chg-action(ws-change-num) to ver-action
                   move ws-chg-step(ws-change-num) to ver-step
                   move ws-chg-field(ws-change-num) to ver-field
                   move ws-chg-old(ws-change-num) to ver-old
                   move ws-chg-new(ws-change-num) to ver-new
                   if ws-version-status = "00"
                       write version-record
                   end-if
                   perform report-version-change
               end-if
           end-perform
           if ws-version-status = "00"
               close version-file
           else
               display "WARNING: controlversions.dat unavailable ("
                       ws-version-status ") - changes not listed."
           end-if

           display function trim(ws-file-base(ws-file-num))
                   " saved as version " ws-new-version " ("
                   ws-file-changes " change(s)); kept as "
                   function trim(ws-copy-name) "."
           exit section.

       find-latest-version section.
           move 0 to ws-latest-version
           open input version-file
           if ws-version-status not = "00"
               exit section
           end-if
           move "N" to ws-version-eof
           perform until ws-version-eof-yes
               read version-file
                   at end
                       set ws-version-eof-yes to true
                   not at end
                       if ver-file = ws-file-base(ws-file-num)
                               and ver-saved
                               and ver-number is numeric
                               and ver-number > ws-latest-version
                           move ver-number to ws-latest-version
                       end-if
               end-read
           end-perform
           close version-file
           exit section.

       report-versions section.
           display "File C=batchcontrol.dat P=batchpolicy.dat: "
                   with no advancing
           accept ws-choice
           evaluate ws-choice
               when "C" when "c"
                   move 78-file-control to ws-file-num
               when "P" when "p"
                   move 78-file-policy to ws-file-num
               when other
                   display "Unknown file."
                   exit section
           end-evaluate
           perform find-latest-version
           if ws-latest-version = 0
               display "No saved versions of "
                       function trim(ws-file-base(ws-file-num)) "."
               exit section
           end-if

           *> Blank answers give the changes the latest version made.
           display "From version (blank = " with no advancing
           if ws-latest-version > 1
               compute ws-from-version = ws-latest-version - 1
           else
               move 0 to ws-from-version
           end-if
           display ws-from-version "): " with no advancing
           move spaces to ws-entry-number
           accept ws-entry-number
           if ws-entry-number not = spaces
               if function trim(ws-entry-number) not numeric
                   display "Not a version number."
                   exit section
               end-if
               compute ws-from-version =
                       function numval(ws-entry-number)
           end-if
           display "To version (blank = " ws-latest-version "): "
                   with no advancing
           move ws-latest-version to ws-to-version
           move spaces to ws-entry-number
           accept ws-entry-number
           if ws-entry-number not = spaces
               if function trim(ws-entry-number) not numeric
                   display "Not a version number."
                   exit section
               end-if
               compute ws-to-version = function numval(ws-entry-number)
           end-if
           if ws-to-version <= ws-from-version
                   or ws-to-version > ws-latest-version
               display "Versions run from 0 to " ws-latest-version
                       " and To must come after From."
               exit section
           end-if

           move function current-date to ws-today
           open output maint-report
           set ws-report-open-yes to true
           move ws-today to ws-report-timestamp
           move "ControlMaint" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "CHANGES TO " function trim(ws-file-base(ws-file-num))
                  " FROM VERSION " ws-from-version
                  " TO VERSION " ws-to-version
                  delimited by size into report-line
           end-string
           perform show-report-line

           move 0 to ws-version-shown
           open input version-file
           move "N" to ws-version-eof
           perform until ws-version-eof-yes
               read version-file
                   at end
                       set ws-version-eof-yes to true
                   not at end
                       if ver-file = ws-file-base(ws-file-num)
                               and ver-number is numeric
                               and ver-number > ws-from-version
                               and ver-number <= ws-to-version
                           if ver-saved
                               add 1 to ws-version-shown
                               perform report-version-heading
                           else
                               perform report-version-change
                           end-if
                       end-if
               end-read
           end-perform
           close version-file

           move "OK     " to ws-report-status
           move ws-version-shown to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close maint-report
           move "N" to ws-report-open
           exit section.

       report-version-heading section.
           move spaces to report-line
           string "VERSION " ver-number " OF "
                  function trim(ver-file)
                  " SAVED " ver-date "-" ver-time
                  " BY " ver-operator
                  " - " function trim(ver-new)
                  delimited by size into report-line
           end-string
           perform show-report-line
           exit section.

       report-version-change section.
           move spaces to report-line
           string "  " ver-action " " ver-step " "
                  ver-field " '" function trim(ver-old trailing)
                  "' -> '" function trim(ver-new trailing) "'"
                  delimited by size into report-line
           end-string
           perform show-report-line
           exit section.

       show-report-line section.
           display function trim(report-line trailing)
           write report-line
           exit section.

       quit-screen section.
           if ws-change-count not = 0
               display ws-change-count " unsaved change(s) will be "
                       "lost - quit anyway (Y/N)? " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or "y"
                   set ws-done-yes to true
               end-if
           else
               set ws-done-yes to true
           end-if
           exit section.

       end program ControlMaint.
