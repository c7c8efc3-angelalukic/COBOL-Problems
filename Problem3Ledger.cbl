      $set sourceformat(variable)
       identification division.
       program-id. Problem3Ledger.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select history-file assign to dynamic ws-history-name
               organization is line sequential
               file status is ws-history-status.
           select rate-file assign to dynamic ws-rate-name
               organization is line sequential
               file status is ws-rate-status.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.
           select journal-file assign to dynamic ws-journal-name
               organization is line sequential
               file status is ws-journal-status.
           select register-file assign to dynamic ws-register-name
               organization is line sequential
               file status is ws-register-status.
           select ledger-report assign to dynamic ws-ledger-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  history-file.
       01  history-record.
           05 his-run-id         pic x(14).
           05 filler             pic x.
           05 filler             pic x(20).
           05 his-status         pic x(3).
           05 filler             pic x(20).
           05 his-requestor      pic x(8).
           05 filler             pic x(15).

       fd  rate-file.
       01  rate-record.
           05 rat-type           pic x(4).
           05 filler             pic x.
           05 rat-key            pic x(8).
           05 filler             pic x.
           05 rat-effective      pic x(8).
           05 filler             pic x.
           05 rat-rate           pic 9(5)v99.
           05 filler             pic x.
           05 rat-account        pic x(12).
           05 filler             pic x(37).

       fd  requestor-file.
       copy "RequestorMaster.cpy" replacing ==()== by ==rq==.

       fd  journal-file.
       copy "GLJournal.cpy"    replacing ==()== by ==gl==.

       fd  register-file.
       01  register-record.
           05 reg-period         pic 9(6).
           05 filler             pic x.
           05 reg-batch-id       pic x(10).
           05 filler             pic x.
           05 reg-created        pic x(14).
           05 filler             pic x.
           05 reg-line-count     pic 9(6).
           05 filler             pic x.
           05 reg-debit-total    pic 9(11)v99.
           05 filler             pic x(27).

       fd  ledger-report.
       01  report-line          pic x(100).

       working-storage section.
      *> Month-end chargeback journal for the general ledger: every
      *> completed Problem3 transaction of the period is charged to
      *> its requestor's cost centre at the rate in chargerates.dat
      *> and the total is credited to the operations recovery
      *> account. The credit is summed transaction by transaction
      *> and the debits requestor by requestor, and the journal only
      *> goes out when the two agree and the written file reads back
      *> in balance. gljournalreg.dat records each period sent, so
      *> no period is journalled twice.
       78 78-rate-max          value 100.
       78 78-master-max        value 200.
       78 78-charge-max        value 50.
       01 ws-history-name      pic x(45).
       01 ws-rate-name         pic x(45).
       01 ws-requestor-name    pic x(45).
       01 ws-journal-name      pic x(45).
       01 ws-register-name     pic x(45).
       01 ws-ledger-rpt-name   pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-history-status    pic x(2).
       01 ws-rate-status       pic x(2).
       01 ws-requestor-status  pic x(2).
       01 ws-journal-status    pic x(2).
       01 ws-register-status   pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-period-x          pic x(6).
       01 ws-period            pic 9(6).
       01 ws-today             pic x(21).
       01 ws-day-number        pic 9(8).
       01 ws-next-month        pic 9(6).
       01 ws-journal-date      pic 9(8).
       01 ws-batch-id          pic x(10).
       01 ws-already-sent      pic x value "N".
           88 ws-already-sent-yes value "Y".
       01 ws-sent-created      pic x(14).
      *> chargerates.dat: RATE rows by requestor and effective date,
      *> ACCT rows for the recovery and suspense accounts.
       01 ws-rate-count        pic 9(4) comp-x value 0.
       01 ws-rate-table.
           05 ws-rate-entry occurs 78-rate-max.
               10 ws-rte-key       pic x(8).
               10 ws-rte-effective pic x(8).
               10 ws-rte-rate      pic 9(5)v99.
       01 ws-rate-num          pic 9(4) comp-x.
       01 ws-recovery-account  pic x(12) value spaces.
       01 ws-suspense-account  pic x(12) value spaces.
       01 ws-rate-found        pic x.
           88 ws-rate-found-yes value "Y".
       01 ws-best-effective    pic x(8).
       01 ws-txn-rate          pic 9(5)v99.
       01 ws-rate-key          pic x(8).
       01 ws-run-date          pic x(8).
      *> Cost centres from the requestor master.
       01 ws-master-count      pic 9(4) comp-x value 0.
       01 ws-master-table.
           05 ws-master-entry occurs 78-master-max.
               10 ws-mst-code      pic x(8).
               10 ws-mst-cost-centre pic x(8).
       01 ws-master-num        pic 9(4) comp-x.
      *> What each requestor consumed in the period.
       01 ws-charge-count      pic 9(4) comp-x value 0.
       01 ws-charge-table.
           05 ws-charge-entry occurs 78-charge-max.
               10 ws-chg-requestor pic x(8).
               10 ws-chg-account   pic x(12).
               10 ws-chg-quantity  pic 9(9).
               10 ws-chg-amount    pic 9(11)v99.
       01 ws-charge-num        pic 9(4) comp-x.
       01 ws-charge-match      pic 9(4) comp-x.
       01 ws-charged-count     pic 9(9) value 0.
       01 ws-unrated-count     pic 9(9) value 0.
       01 ws-dropped-count     pic 9(9) value 0.
       01 ws-no-account-count  pic 9(6) value 0.
       01 ws-credit-total      pic 9(11)v99 value 0.
       01 ws-debit-total       pic 9(11)v99 value 0.
       01 ws-hash-total        pic 9(13)v99 value 0.
       01 ws-line-count        pic 9(6) value 0.
      *> The journal as read back before it is released.
       01 ws-check-lines       pic 9(6).
       01 ws-check-debits      pic 9(11)v99.
       01 ws-check-credits     pic 9(11)v99.
       01 ws-check-hash        pic 9(13)v99.
       01 ws-check-trailer     pic x.
           88 ws-check-trailer-yes value "Y".
       01 ws-amount-display    pic z(10)9.99.
       01 ws-total-display     pic z(10)9.99.
       01 ws-refusal           pic x(60).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "problem3ledger_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-ledger-rpt-name
           move "chargerates.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-rate-name
           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name
           move "gljournal.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-journal-name
           move "gljournalreg.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-register-name

           open output ledger-report
           move function current-date to ws-report-timestamp
           move "Problem3Ledger" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           *> The period is the month just ended unless a YYYYMM
           *> argument names an earlier one; a month still running
           *> cannot be journalled.
           move function current-date to ws-today
           move ws-today(1:6) to ws-period
           subtract 1 from ws-period
           if ws-period(5:2) = "00"
               compute ws-period = ws-period - 100 + 12
           end-if
           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-period-x from argument-value
           if ws-period-x is numeric
               move ws-period-x to ws-period
           end-if
           move spaces to ws-batch-id
           string "P3CB" ws-period delimited by size into ws-batch-id
           end-string

           move spaces to ws-audit-parms
           string "PERIOD=" ws-period
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move spaces to report-line
           string "CHARGEBACK JOURNAL " ws-batch-id
                  " FOR PERIOD " ws-period
                  delimited by size into report-line
           end-string
           write report-line

           if ws-period(5:2) < "01" or ws-period(5:2) > "12"
                   or ws-period >= ws-today(1:6)
               move "PERIOD IS NOT A CLOSED MONTH" to ws-refusal
               perform refuse-journal
               move 78-ec-invalid-data to ws-audit-rc
               perform finish-run
               goback returning 78-ec-invalid-data
           end-if

           perform check-register
           if ws-already-sent-yes
               move spaces to ws-refusal
               string "PERIOD ALREADY JOURNALLED ON "
                      ws-sent-created(1:8)
                      delimited by size into ws-refusal
               end-string
               perform refuse-journal
               move 78-ec-rerun-blocked to ws-audit-rc
               perform finish-run
               goback returning 78-ec-rerun-blocked
           end-if

           perform load-rates
           perform load-master
           perform compute-journal-date

           *> The live history, then the generation ArchiveMaint cut
           *> at the end of the period if it has already run.
           move "problem3history.dat" to ws-resolve-base
           perform tally-history-file
           move ws-period to ws-next-month
           add 1 to ws-next-month
           if ws-next-month(5:2) = "13"
               compute ws-next-month = ws-next-month + 100 - 12
           end-if
           move spaces to ws-resolve-base
           string "problem3history_arch_" ws-next-month ".dat"
                  delimited by size into ws-resolve-base
           end-string
           perform tally-history-file

           perform assign-accounts
           perform report-charges

           if ws-charged-count = 0
               move "NO COMPLETED TRANSACTIONS IN PERIOD" to ws-refusal
               perform refuse-journal
               move 78-ec-no-records to ws-audit-rc
               perform finish-run
               goback returning 78-ec-no-records
           end-if
           if ws-unrated-count not = 0
               move "TRANSACTIONS WITH NO RATE IN EFFECT" to ws-refusal
               perform refuse-journal
               move 78-ec-invalid-data to ws-audit-rc
               perform finish-run
               goback returning 78-ec-invalid-data
           end-if
           if ws-no-account-count not = 0 or ws-recovery-account = spaces
               move "LINES WITH NO LEDGER ACCOUNT" to ws-refusal
               perform refuse-journal
               move 78-ec-invalid-data to ws-audit-rc
               perform finish-run
               goback returning 78-ec-invalid-data
           end-if
           if ws-debit-total not = ws-credit-total
                   or ws-dropped-count not = 0
               move "DEBITS DO NOT EQUAL THE RECOVERY CREDIT"
                   to ws-refusal
               perform refuse-journal
               move 78-ec-out-of-balance to ws-audit-rc
               perform finish-run
               goback returning 78-ec-out-of-balance
           end-if

           perform write-journal
           perform verify-journal
           if ws-check-lines not = ws-line-count
                   or ws-check-debits not = ws-check-credits
                   or ws-check-hash not = ws-hash-total
                   or not ws-check-trailer-yes
               *> Nothing unbalanced is left where the ledger
               *> interface would pick it up.
               open output journal-file
               close journal-file
               move "WRITTEN JOURNAL DOES NOT READ BACK IN BALANCE"
                   to ws-refusal
               perform refuse-journal
               move 78-ec-out-of-balance to ws-audit-rc
               perform finish-run
               goback returning 78-ec-out-of-balance
           end-if

           perform register-journal

           move ws-debit-total to ws-total-display
           move spaces to report-line
           string "JOURNAL " ws-batch-id " RELEASED: LINES "
                  ws-line-count " DEBITS "
                  function trim(ws-total-display)
                  " = RECOVERY CREDIT "
                  function trim(ws-total-display)
                  delimited by size into report-line
           end-string
           write report-line
           display "Chargeback journal " ws-batch-id " written: "
                   ws-line-count " line(s), "
                   function trim(ws-total-display) " charged."
           move "OK     " to ws-report-status
           move ws-charged-count to ws-report-record-count
           move 78-ec-ok to ws-audit-rc
           perform finish-run
           goback returning 78-ec-ok.

       refuse-journal section.
           display "ERROR: chargeback journal for " ws-period
                   " not sent - " function trim(ws-refusal) "."
           move spaces to report-line
           string "JOURNAL REFUSED: " ws-refusal
                  delimited by size into report-line
           end-string
           write report-line
           move "FAILED " to ws-report-status
           move ws-charged-count to ws-report-record-count
           exit section.

       finish-run section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close ledger-report
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           exit section.

       check-register section.
           move "N" to ws-already-sent
           open input register-file
           if ws-register-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read register-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if reg-period = ws-period
                           set ws-already-sent-yes to true
                           move reg-created to ws-sent-created
                       end-if
               end-read
           end-perform
           close register-file
           exit section.

       load-rates section.
           move 0 to ws-rate-count
           open input rate-file
           if ws-rate-status not = "00"
               move spaces to report-line
               move "WARNING: chargerates.dat not found - no rates"
                   to report-line
               write report-line
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read rate-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       evaluate rat-type
                           when "RATE"
                               perform load-one-rate
                           when "ACCT"
                               if rat-key = "RECOVERY"
                                   move rat-account
                                       to ws-recovery-account
                               end-if
                               if rat-key = "SUSPENSE"
                                   move rat-account
                                       to ws-suspense-account
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close rate-file
           exit section.

       load-one-rate section.
           if rat-rate not numeric or rat-effective not numeric
               display "WARNING: rate row for " rat-key
                       " is not numeric - row skipped."
               exit section
           end-if
           if ws-rate-count = 78-rate-max
               exit section
           end-if
           add 1 to ws-rate-count
           move rat-key to ws-rte-key(ws-rate-count)
           move rat-effective to ws-rte-effective(ws-rate-count)
           move rat-rate to ws-rte-rate(ws-rate-count)
           exit section.

       load-master section.
           move 0 to ws-master-count
           open input requestor-file
           if ws-requestor-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
                      or ws-master-count = 78-master-max
               read requestor-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if rq-rqm-code not = spaces
                               and rq-rqm-code(1:1) not = "*"
                           add 1 to ws-master-count
                           move rq-rqm-code
                               to ws-mst-code(ws-master-count)
                           move rq-rqm-cost-centre
                               to ws-mst-cost-centre(ws-master-count)
                       end-if
               end-read
           end-perform
           close requestor-file
           exit section.

       compute-journal-date section.
           *> Posted on the last day of the period.
           move ws-period to ws-next-month
           add 1 to ws-next-month
           if ws-next-month(5:2) = "13"
               compute ws-next-month = ws-next-month + 100 - 12
           end-if
           compute ws-day-number = function integer-of-date(
                       ws-next-month * 100 + 1) - 1
           compute ws-journal-date =
                   function date-of-integer(ws-day-number)
           exit section.

       tally-history-file section.
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
                               and his-status = "OK "
                           perform charge-one-transaction
                       end-if
               end-read
           end-perform
           close history-file
           exit section.

       charge-one-transaction section.
           move his-run-id(1:8) to ws-run-date
           move his-requestor to ws-rate-key
           perform find-rate
           if not ws-rate-found-yes
               move "DEFAULT" to ws-rate-key
               perform find-rate
           end-if
           if not ws-rate-found-yes
               add 1 to ws-unrated-count
               exit section
           end-if

           add 1 to ws-charged-count
           add ws-txn-rate to ws-credit-total

           move 0 to ws-charge-match
           perform varying ws-charge-num from 1 by 1
                   until ws-charge-num > ws-charge-count
                      or ws-charge-match not = 0
               if ws-chg-requestor(ws-charge-num) = his-requestor
                   move ws-charge-num to ws-charge-match
               end-if
           end-perform
           if ws-charge-match = 0
               if ws-charge-count = 78-charge-max
                   add 1 to ws-dropped-count
                   exit section
               end-if
               add 1 to ws-charge-count
               move ws-charge-count to ws-charge-match
               initialize ws-charge-entry(ws-charge-match)
               move his-requestor to ws-chg-requestor(ws-charge-match)
           end-if
           add 1 to ws-chg-quantity(ws-charge-match)
           add ws-txn-rate to ws-chg-amount(ws-charge-match)
           exit section.

       find-rate section.
           *> The latest row for ws-rate-key in effect on the run date.
           move "N" to ws-rate-found
           move spaces to ws-best-effective
           perform varying ws-rate-num from 1 by 1
                   until ws-rate-num > ws-rate-count
               if ws-rte-key(ws-rate-num) = ws-rate-key
                       and ws-rte-effective(ws-rate-num) <= ws-run-date
                       and (not ws-rate-found-yes
                            or ws-rte-effective(ws-rate-num)
                               >= ws-best-effective)
                   set ws-rate-found-yes to true
                   move ws-rte-effective(ws-rate-num)
                       to ws-best-effective
                   move ws-rte-rate(ws-rate-num) to ws-txn-rate
               end-if
           end-perform
           exit section.

       assign-accounts section.
           *> A requestor's cost centre from the master; no requestor,
           *> one not on the master or one with no cost centre goes
           *> to suspense for finance to clear.
           move 0 to ws-debit-total
           perform varying ws-charge-num from 1 by 1
                   until ws-charge-num > ws-charge-count
               move spaces to ws-chg-account(ws-charge-num)
               if ws-chg-requestor(ws-charge-num) not = spaces
                   perform varying ws-master-num from 1 by 1
                           until ws-master-num > ws-master-count
                       if ws-mst-code(ws-master-num)
                               = ws-chg-requestor(ws-charge-num)
                           move ws-mst-cost-centre(ws-master-num)
                               to ws-chg-account(ws-charge-num)
                       end-if
                   end-perform
               end-if
               if ws-chg-account(ws-charge-num) = spaces
                   move ws-suspense-account
                       to ws-chg-account(ws-charge-num)
               end-if
               if ws-chg-account(ws-charge-num) = spaces
                   add 1 to ws-no-account-count
               end-if
               add ws-chg-amount(ws-charge-num) to ws-debit-total
           end-perform
           exit section.

       report-charges section.
           move spaces to report-line
           move "REQUESTOR ACCOUNT      TRANSACTIONS       AMOUNT"
               to report-line
           write report-line
           perform varying ws-charge-num from 1 by 1
                   until ws-charge-num > ws-charge-count
               move ws-chg-amount(ws-charge-num) to ws-amount-display
               move spaces to report-line
               if ws-chg-requestor(ws-charge-num) = spaces
                   string "(none)   " ws-chg-account(ws-charge-num)
                          " " ws-chg-quantity(ws-charge-num)
                          " " ws-amount-display
                          delimited by size into report-line
                   end-string
               else
                   string ws-chg-requestor(ws-charge-num) " "
                          ws-chg-account(ws-charge-num)
                          " " ws-chg-quantity(ws-charge-num)
                          " " ws-amount-display
                          delimited by size into report-line
                   end-string
               end-if
               write report-line
           end-perform
           move ws-credit-total to ws-total-display
           move spaces to report-line
           string "CHARGED: " ws-charged-count
                  " UNRATED: " ws-unrated-count
                  " RECOVERY CREDIT: " function trim(ws-total-display)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       write-journal section.
           move 0 to ws-line-count
           move 0 to ws-hash-total
           open output journal-file

           move spaces to gl-journal-header
           move "H" to gl-jnh-type
           move ws-batch-id to gl-jnh-batch-id
           move ws-period to gl-jnh-period
           move ws-journal-date to gl-jnh-journal-date
           move "PROBLEM3" to gl-jnh-source
           move ws-report-timestamp(1:14) to gl-jnh-created
           move "PROBLEM3 CHARGEBACK" to gl-jnh-description
           write gl-journal-header

           perform varying ws-charge-num from 1 by 1
                   until ws-charge-num > ws-charge-count
               if ws-chg-amount(ws-charge-num) not = 0
                   move spaces to gl-journal-line
                   add 1 to ws-line-count
                   move "L" to gl-jnl-type
                   move ws-line-count to gl-jnl-line-no
                   move ws-chg-account(ws-charge-num) to gl-jnl-account
                   set gl-jnl-debit to true
                   move ws-chg-amount(ws-charge-num) to gl-jnl-amount
                   move ws-chg-quantity(ws-charge-num)
                       to gl-jnl-quantity
                   move ws-chg-requestor(ws-charge-num)
                       to gl-jnl-reference
                   move "PROBLEM3 TRANSACTIONS" to gl-jnl-narrative
                   add ws-chg-amount(ws-charge-num) to ws-hash-total
                   write gl-journal-line
               end-if
           end-perform

           move spaces to gl-journal-line
           add 1 to ws-line-count
           move "L" to gl-jnl-type
           move ws-line-count to gl-jnl-line-no
           move ws-recovery-account to gl-jnl-account
           set gl-jnl-credit to true
           move ws-credit-total to gl-jnl-amount
           move ws-charged-count to gl-jnl-quantity
           move "RECOVERY" to gl-jnl-reference
           move "OPERATIONS RECOVERY" to gl-jnl-narrative
           add ws-credit-total to ws-hash-total
           write gl-journal-line

           move spaces to gl-journal-trailer
           move "T" to gl-jnt-type
           move ws-line-count to gl-jnt-line-count
           move ws-debit-total to gl-jnt-debit-total
           move ws-credit-total to gl-jnt-credit-total
           move ws-hash-total to gl-jnt-hash-total
           write gl-journal-trailer
           close journal-file
           exit section.

       verify-journal section.
           *> Read back exactly what the ledger will receive.
           move 0 to ws-check-lines
           move 0 to ws-check-debits
           move 0 to ws-check-credits
           move 0 to ws-check-hash
           move "N" to ws-check-trailer
           open input journal-file
           if ws-journal-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read journal-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       evaluate gl-jnl-type
                           when "L"
                               add 1 to ws-check-lines
                               add gl-jnl-amount to ws-check-hash
                               if gl-jnl-debit
                                   add gl-jnl-amount
                                       to ws-check-debits
                               else
                                   add gl-jnl-amount
                                       to ws-check-credits
                               end-if
                           when "T"
                               if gl-jnt-line-count = ws-check-lines
                                       and gl-jnt-debit-total
                                           = ws-check-debits
                                       and gl-jnt-credit-total
                                           = ws-check-credits
                                       and gl-jnt-hash-total
                                           = ws-check-hash
                                   set ws-check-trailer-yes to true
                               end-if
                       end-evaluate
               end-read
           end-perform
           close journal-file
           exit section.

       register-journal section.
           open extend register-file
           if ws-register-status = "35"
               open output register-file
           end-if
           move spaces to register-record
           move ws-period to reg-period
           move ws-batch-id to reg-batch-id
           move ws-report-timestamp(1:14) to reg-created
           move ws-line-count to reg-line-count
           move ws-debit-total to reg-debit-total
           write register-record
           close register-file
           exit section.

       end program Problem3Ledger.
