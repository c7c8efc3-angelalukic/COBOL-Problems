               file status is ws-history-status.
           select delta-report assign to dynamic ws-delta-name
               organization is line sequential.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.
           select deferred-file assign to dynamic ws-deferred-name
               organization is line sequential
               file status is ws-deferred-status.
           select window-file assign to dynamic ws-window-name
               organization is line sequential
               file status is ws-window-status.
           select duplicate-report assign to dynamic ws-duplicate-name
               organization is line sequential.

       data division.
       file section.
       fd  problem3-report.
       01  report-line          pic x(80).

      *> Two record types: the two-divisor transaction, and the
      *> divisor-list transaction - DIVS in columns 1-4, columns 6-9
      *> blank, and from column 30 a count and up to eight divisors
      *> (sums the multiples of any of them).
       fd  txn-file.
       01  txn-record.
           05 txn-divisor-1      pic 9(4).
           05 txn-max            pic 9(9).
           05 filler             pic x value space.
           05 txn-requestor      pic x(8).
           05 filler             pic x value space.
           05 txn-divisor-list   pic x(44).

       fd  history-file.
       01  history-record.
           05 his-status         pic x(3).
           05 filler             pic x value space.
           05 his-value          pic 9(18).
           05 filler             pic x value space.
           05 his-requestor      pic x(8).
           05 filler             pic x value space.
           05 his-orig-run-id    pic x(14).
           05 filler             pic x value space.
           05 his-divisor-list   pic x(44).

      *> A generation of the history read for the duplicate window -
      *> the live file or a monthly archive cut by ArchiveMaint.
       fd  window-file.
       01  window-record.
           05 win-run-id         pic x(14).
           05 filler             pic x.
           05 win-divisor-1      pic 9(4).
           05 filler             pic x.
           05 win-divisor-2      pic 9(4).
           05 filler             pic x.
           05 win-max            pic 9(9).
           05 filler             pic x.
           05 win-status         pic x(3).
           05 filler             pic x.
           05 win-value          pic 9(18).
           05 filler             pic x.
           05 win-requestor      pic x(8).
           05 filler             pic x.
           05 win-orig-run-id    pic x(14).
           05 filler             pic x.
           05 win-divisor-list   pic x(44).

       fd  duplicate-report.
       01  duplicate-line        pic x(132).

       fd  delta-report.
       01  delta-line            pic x(132).

       fd  requestor-file.
       copy "RequestorMaster.cpy" replacing ==()== by ==rq==.

      *> Transactions held over a requestor's daily quota, each with
      *> the business day it becomes due. A row released into a run
      *> stays until the next day, marked with that run, so a rerun
      *> the same day processes it again.
       fd  deferred-file.
       01  deferred-record.
           05 def-due-date       pic x(8).
           05 filler             pic x.
           05 def-txn            pic x(73).
           05 filler             pic x.
           05 def-released-run   pic x(14).

       fd  txn-result-file.
       01  txn-result-record.
           05 result-value       pic z(17)9.
           05 filler             pic x(2) value spaces.
           05 result-requestor   pic x(8).
           05 filler             pic x(2) value spaces.
           05 result-orig-run-id pic x(14).
           05 filler             pic x(2) value spaces.
           05 result-divisor-list pic x(44).

       working-storage section.
       78 78-default-divisor-1 value 3.
       78 78-history-max       value 500.
       78 78-default-divisor-2 value 5.
       78 78-default-max       value 100.
       78 78-default-dup-days  value 7.
       78 78-divisor-max       value 8.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-divisor-1-param   pic 9(4) value 0.
       01 ws-divisor-2-param   pic 9(4) value 0.
       01 ws-max-param         pic 9(9) value 0.
       01 ws-dup-days-param    pic 9(3) value 0.
       01 ws-divisor-1         pic x(4) comp-x.
       01 ws-divisor-2         pic x(4) comp-x.
       01 ws-max               pic x(4) comp-x.
       01 ws-prior-count       pic 9(4) comp-x value 0.
       01 ws-prior-table.
           05 ws-prior-entry occurs 78-history-max.
               10 ws-prior-divisor-list pic x(44).
               10 ws-prior-max         pic 9(9).
               10 ws-prior-result      pic x(3).
               10 ws-prior-value       pic 9(18).
           05 ws-curr-entry occurs 78-history-max.
               10 ws-curr-divisor-1    pic 9(4).
               10 ws-curr-divisor-2    pic 9(4).
               10 ws-curr-divisor-list pic x(44).
               10 ws-curr-max          pic 9(9).
               10 ws-curr-result       pic x(3).
               10 ws-curr-value        pic 9(18).
               10 ws-curr-requestor    pic x(8).
               10 ws-curr-orig-run-id  pic x(14).
      *> Per-requestor chargeback tallies for the batch summary -
      *> finance apportions the batch window by consuming department.
       78 78-requestor-max     value 20.
               10 ws-req-completed  pic 9(6).
               10 ws-req-overflowed pic 9(6).
               10 ws-req-terms      pic 9(12).
               10 ws-req-deferred   pic 9(6).
               10 ws-req-duplicates pic 9(6).
       01 ws-req-num           pic 9(4) comp-x.
      *> Daily quotas from the requestor master (zero = no limit)
      *> and how much of each this run has used.
       78 78-quota-max         value 200.
       01 ws-requestor-status  pic x(2).
       01 ws-requestor-eof     pic x value "N".
           88 ws-requestor-eof-yes value "Y".
       01 ws-quota-count       pic 9(4) comp-x value 0.
       01 ws-quota-table.
           05 ws-quota-entry occurs 78-quota-max.
               10 ws-quo-code       pic x(8).
               10 ws-quo-limit      pic 9(6).
               10 ws-quo-used       pic 9(6).
       01 ws-quo-num           pic 9(4) comp-x.
       01 ws-quo-match         pic 9(4) comp-x.
      *> Ranges already charged to a quota by an earlier run today.
      *> A rerun that computes one of them again is not charged a
      *> second time; each earlier row excuses one transaction.
       78 78-charged-max       value 500.
       01 ws-charged-count     pic 9(4) comp-x value 0.
       01 ws-charged-full      pic x value "N".
           88 ws-charged-full-yes value "Y".
       01 ws-charged-table.
           05 ws-charged-entry occurs 78-charged-max.
               10 ws-chg-requestor    pic x(8).
               10 ws-chg-divisor-list pic x(44).
               10 ws-chg-max          pic 9(9).
               10 ws-chg-used         pic x.
       01 ws-chg-num           pic 9(4) comp-x.
       01 ws-chg-match         pic 9(4) comp-x.
       78 78-deferred-max      value 1000.
       01 ws-deferred-status   pic x(2).
       01 ws-deferred-eof      pic x value "N".
           88 ws-deferred-eof-yes value "Y".
       01 ws-deferred-in-count pic 9(4) comp-x value 0.
       01 ws-deferred-in-table.
           05 ws-deferred-in occurs 78-deferred-max pic x(97).
       01 ws-deferred-out-count pic 9(4) comp-x value 0.
       01 ws-deferred-out-table.
           05 ws-deferred-out occurs 78-deferred-max pic x(97).
       01 ws-def-num           pic 9(4) comp-x.
       01 ws-def-match         pic 9(4) comp-x.
       01 ws-batch-deferred    pic 9(9) value 0.
       01 ws-batch-released    pic 9(9) value 0.
       01 ws-batch-unheld      pic 9(9) value 0.
       01 ws-deferred-before   pic 9(9).
       01 ws-unheld-max        pic 9(9).
       01 ws-today             pic x(21).
       01 ws-next-business-day pic 9(8).
       01 ws-day-number        pic 9(8).
      *> One transaction in flight, whether read from today's file
      *> or released from the deferred file.
       01 ws-txn-work.
           05 wtx-divisor-1      pic 9(4).
           05 wtx-record-type redefines wtx-divisor-1 pic x(4).
               88 wtx-divisor-list-txn value "DIVS".
           05 filler             pic x.
           05 wtx-divisor-2      pic 9(4).
           05 filler             pic x.
           05 wtx-max            pic 9(9).
           05 filler             pic x.
           05 wtx-requestor      pic x(8).
           05 filler             pic x.
           05 wtx-divisor-list.
               10 wtx-list-count     pic 9(4).
               10 wtx-list-entry occurs 78-divisor-max.
                   15 filler         pic x.
                   15 wtx-list-divisor pic 9(4).
       01 ws-deferred-detail.
           05 dfd-due-date       pic x(8).
           05 filler             pic x value space.
           05 dfd-txn            pic x(73).
           05 filler             pic x value space.
           05 dfd-released-run   pic x(14).
      *> The divisors of the range being summed, in the layout the
      *> transaction, result and history files all carry: a count and
      *> up to eight divisors, unused places blank. A two-divisor
      *> transaction is held here as a list of two.
       01 ws-divisor-list.
           05 ws-dvl-count       pic 9(4).
           05 ws-dvl-entry occurs 78-divisor-max.
               10 filler         pic x.
               10 ws-dvl-divisor pic 9(4).
      *> A stored list taken apart again for display or rebuilt from
      *> the two divisor columns of a row written before lists.
       01 ws-stored-list.
           05 ws-stl-count       pic 9(4).
           05 ws-stl-entry occurs 78-divisor-max.
               10 filler         pic x.
               10 ws-stl-divisor pic 9(4).
       01 ws-pair-divisor-1    pic 9(4).
       01 ws-pair-divisor-2    pic 9(4).
       01 ws-divisor-text      pic x(44).
       01 ws-text-pointer      pic 9(4) comp-x.
       01 ws-div-num           pic 9(4) comp-x.
      *> Inclusion-exclusion over the divisors: every non-empty
      *> subset, taken as a bit mask, contributes the series of the
      *> subset's LCM - added for an odd-sized subset, taken off for
      *> an even-sized one.
       01 ws-subset-mask       pic x(4) comp-x.
       01 ws-subset-last       pic x(4) comp-x.
       01 ws-subset-size       pic x(4) comp-x.
       01 ws-bit-work          pic x(4) comp-x.
       01 ws-bit               pic x(4) comp-x.
       01 ws-lcm-next          pic x(8) comp-x.
       01 ws-total-less        pic x(8) comp-x value 0.
       01 ws-verify-hit        pic x value "N".
           88 ws-verify-hit-yes value "Y".
      *> Earlier submissions inside the duplicate window: every
      *> completed (or already duplicate) history row from the last
      *> ws-dup-days calendar days before today, oldest first, with
      *> the run id that actually computed it.
       78 78-window-max        value 2000.
       01 ws-dup-days          pic 9(3) value 0.
       01 ws-window-start      pic 9(8).
       01 ws-window-start-x    redefines ws-window-start pic x(8).
       01 ws-window-day        pic 9(8).
       01 ws-window-status     pic x(2).
       01 ws-window-eof        pic x value "N".
           88 ws-window-eof-yes value "Y".
       01 ws-window-full       pic x value "N".
           88 ws-window-full-yes value "Y".
       01 ws-this-month        pic 9(6).
       01 ws-arch-month        pic 9(6).
       01 ws-window-count      pic 9(4) comp-x value 0.
       01 ws-window-table.
           05 ws-window-entry occurs 78-window-max.
               10 ws-win-requestor     pic x(8).
               10 ws-win-divisor-list  pic x(44).
               10 ws-win-max           pic 9(9).
               10 ws-win-run-id        pic x(14).
               10 ws-win-value         pic 9(18).
       01 ws-win-num           pic 9(4) comp-x.
       01 ws-dup-found         pic x value "N".
           88 ws-dup-found-yes value "Y".
       01 ws-dup-run-id        pic x(14).
       01 ws-dup-value         pic 9(18).
       01 ws-batch-duplicates  pic 9(9) value 0.
       01 ws-delta-result      pic x(3).
       01 ws-req-match         pic 9(4) comp-x.
       01 ws-requestor         pic x(8).
       01 ws-his-num           pic 9(4) comp-x.
       01 ws-result-name       pic x(45).
       01 ws-history-name      pic x(45).
       01 ws-delta-name        pic x(45).
       01 ws-requestor-name    pic x(45).
       01 ws-deferred-name     pic x(45).
       01 ws-window-name       pic x(45).
       01 ws-duplicate-name    pic x(45).
      *> The month this run's results post into, and whether
      *> PeriodClose has closed it.
       01 ws-post-period       pic 9(6).
       01 ws-period-result     pic 9(4).
       01 ws-period-reason     pic x(60).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

               move lk-parm-max to ws-max-param
               move lk-parm-batch-flag to ws-batch-mode
               move lk-parm-dump-mode to ws-verify-mode
               move lk-parm-dup-days to ws-dup-days-param
           else
               move 1 to ws-arg-index
               display ws-arg-index upon argument-number
               move 5 to ws-arg-index
               display ws-arg-index upon argument-number
               accept ws-verify-mode from argument-value

               move 6 to ws-arg-index
               display ws-arg-index upon argument-number
               accept ws-dup-days-param from argument-value
           end-if

           if ws-divisor-1-param not = 0
               move 78-default-max to ws-max
           end-if

           if ws-dup-days-param is numeric and ws-dup-days-param not = 0
               move ws-dup-days-param to ws-dup-days
           else
               move 78-default-dup-days to ws-dup-days
           end-if

           move ws-divisor-1 to ws-divisor-1-param
           move ws-divisor-2 to ws-divisor-2-param
           move ws-divisor-1 to ws-pair-divisor-1
           move ws-divisor-2 to ws-pair-divisor-2
           perform build-pair-list
           move ws-max to ws-max-param
           move spaces to ws-audit-parms
           string "D1=" ws-divisor-1-param " D2=" ws-divisor-2-param
                  " MAX=" ws-max-param " BATCH=" ws-batch-mode
                  " RUN=" ws-report-timestamp(1:14)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           if ws-batch-mode-on
               *> A month finance has closed takes no more results -
               *> not a rerun, not a late file - until a supervisor
               *> reopens it.
               move ws-report-timestamp(1:6) to ws-post-period
               call "periodcheck" using ws-post-period,
                                        ws-period-result,
                                        ws-period-reason
               if ws-period-result not = 78-ec-ok
                   display "ERROR: " function trim(ws-period-reason)
                           " - batch not posted."
                   move spaces to report-line
                   string "REFUSED: " ws-period-reason
                          delimited by size into report-line
                   end-string
                   write report-line
                   move "FAILED " to ws-report-status
                   move 0 to ws-report-record-count
                   move spaces to report-line
                   string "STATUS: " ws-report-status
                          "RECORDS: " ws-report-record-count
                          delimited by size into report-line
                   end-string
                   write report-line
                   close problem3-report
                   move ws-period-result to ws-audit-rc
                   call "auditend" using ws-report-program,
                                         ws-report-record-count,
                                         ws-audit-rc
                   goback returning 78-ec-rerun-blocked
               end-if
               perform batch-process
               if ws-trailer-bad-yes
                   display "ERROR: problem3transactions.dat trailer "
               move ws-report-timestamp(1:14) to ws-run-id
               perform load-prior-run
               perform write-delta-report
               perform write-duplicate-report
               perform append-history
               if ws-batch-unheld = 0
                   move "OK     " to ws-report-status
               else
                   move "FAILED " to ws-report-status
               end-if
               move ws-batch-count to ws-report-record-count
               move spaces to report-line
               string "STATUS: " ws-report-status
               end-string
               write report-line

               move spaces to report-line
               string "DEFERRED OVER QUOTA: " ws-batch-deferred
                      " RELEASED FROM DEFERRAL: " ws-batch-released
                      delimited by size into report-line
               end-string
               write report-line
               if ws-batch-unheld not = 0
                   move spaces to report-line
                   string "NOT HELD - DEFERRAL FILE FULL: "
                          ws-batch-unheld
                          delimited by size into report-line
                   end-string
                   write report-line
               end-if

               move spaces to report-line
               string "DUPLICATES: " ws-batch-duplicates
                      " WINDOW DAYS: " ws-dup-days
                      delimited by size into report-line
               end-string
               write report-line

               perform write-requestor-summary
               close problem3-report
               move ws-batch-overflows to ws-stat-1
                                         ws-audit-rc
                   goback returning 78-ec-verify-mismatch
               end-if
               if ws-batch-unheld not = 0
                   display "ERROR: " ws-batch-unheld " over-quota "
                           "transaction(s) not processed - "
                           "problem3deferred.dat is full."
                   move 78-ec-table-size to ws-audit-rc
                   call "auditend" using ws-report-program,
                                         ws-report-record-count,
                                         ws-audit-rc
                   goback returning 78-ec-table-size
               end-if
               move 78-ec-ok to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
           call "resolvename" using ws-resolve-base, ws-history-name
           move "problem3_delta.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-delta-name
           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name
           move "problem3deferred.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-deferred-name
           move "problem3_duplicates.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-duplicate-name
           exit section.

       compute-total section.
           *> Sum of multiples of any divisor in the list below ws-max,
           *> by the arithmetic-series identity instead of walking
           *> every integer: f(d) = d*n*(n+1)/2 with n = (max-1)/d.
           *> Common multiples are counted once by inclusion-exclusion:
           *> each subset of the divisors contributes f(LCM), added
           *> for an odd-sized subset and backed out for an even one.
           move 0 to ws-total
           move 0 to ws-total-less
           move "N" to ws-overflow
           if ws-max = 0
               exit section
           end-if
           compute ws-limit = ws-max - 1

           compute ws-subset-last = 2 ** ws-dvl-count - 1
           perform varying ws-subset-mask from 1 by 1
                   until ws-subset-mask > ws-subset-last
               perform subset-lcm
               move ws-lcm to ws-cf-divisor
               perform sum-one-series
               if function mod(ws-subset-size, 2) = 1
                   add ws-cf-term to ws-total
                       on size error
                           set ws-overflow-yes to true
                   end-add
               else
                   add ws-cf-term to ws-total-less
                       on size error
                           set ws-overflow-yes to true
                   end-add
               end-if
           end-perform
           if not ws-overflow-yes
               subtract ws-total-less from ws-total
           end-if

           if ws-verify-mode-on
               perform verify-total
           end-compute
           exit section.

       subset-lcm section.
           *> LCM of the divisors picked out by the bits of
           *> ws-subset-mask, and how many were picked. Zero when one
           *> of them is zero or the LCM has passed the limit - there
           *> are no multiples below it to count.
           move ws-subset-mask to ws-bit-work
           move 0 to ws-subset-size
           move 1 to ws-lcm
           perform varying ws-div-num from 1 by 1
                   until ws-div-num > ws-dvl-count
               compute ws-bit = function mod(ws-bit-work, 2)
               compute ws-bit-work = ws-bit-work / 2
               if ws-bit = 1
                   add 1 to ws-subset-size
                   if ws-dvl-divisor(ws-div-num) = 0
                       move 0 to ws-lcm
                   end-if
                   if ws-lcm not = 0
                       move ws-lcm to ws-gcd-a
                       move ws-dvl-divisor(ws-div-num) to ws-gcd-b
                       perform until ws-gcd-b = 0
                           compute ws-gcd-r =
                                   function mod(ws-gcd-a, ws-gcd-b)
                           move ws-gcd-b to ws-gcd-a
                           move ws-gcd-r to ws-gcd-b
                       end-perform
                       compute ws-lcm-next = ws-lcm / ws-gcd-a
                                   * ws-dvl-divisor(ws-div-num)
                           on size error
                               move 0 to ws-lcm-next
                       end-compute
                       if ws-lcm-next > ws-limit
                           move 0 to ws-lcm
                       else
                           move ws-lcm-next to ws-lcm
                       end-if
                   end-if
               end-if
           end-perform
           exit section.

       verify-total section.
           move "N" to ws-verify-overflow
           perform varying ws-temp from 1 by 1
                   until ws-temp = ws-max or ws-verify-overflow-yes
               move "N" to ws-verify-hit
               perform varying ws-div-num from 1 by 1
                       until ws-div-num > ws-dvl-count
                          or ws-verify-hit-yes
                   if ws-dvl-divisor(ws-div-num) not = 0
                       if function mod(ws-temp,
                               ws-dvl-divisor(ws-div-num)) = 0
                           set ws-verify-hit-yes to true
                       end-if
                   end-if
               end-perform
               if ws-verify-hit-yes
                   add ws-temp to ws-verify-total
                       on size error
                           set ws-verify-overflow-yes to true
           move 0 to ws-ctw-sum
           move "N" to ws-trailer-bad

           move 0 to ws-batch-deferred
           move 0 to ws-batch-released
           move 0 to ws-batch-unheld
           move 0 to ws-batch-duplicates
           move function current-date to ws-today
           move ws-report-timestamp(1:14) to ws-run-id
           perform load-duplicate-window
           perform load-quotas
           perform load-deferred
           perform compute-next-business-day

           open input txn-file
           open output txn-result-file

      *> Yesterday's deferrals that have come due go first, so they
      *> take their place in today's quota ahead of new work. Those
      *> an earlier run today released are released again - this
      *> run's output replaces that run's - and those released on an
      *> earlier day are done with.
           move 0 to ws-deferred-out-count
           perform varying ws-def-num from 1 by 1
                   until ws-def-num > ws-deferred-in-count
               move ws-deferred-in(ws-def-num) to ws-deferred-detail
               evaluate true
                   when dfd-released-run not = spaces
                           and dfd-released-run(1:8) not = ws-today(1:8)
                       continue
                   when dfd-released-run = spaces
                           and dfd-due-date > ws-today(1:8)
                       add 1 to ws-deferred-out-count
                       move ws-deferred-detail
                           to ws-deferred-out(ws-deferred-out-count)
                   when other
                       perform release-one-deferral
               end-evaluate
           end-perform

           move "N" to ws-batch-eof
           perform until ws-batch-eof-yes
               read txn-file
                   at end
                       if txn-record(1:3) = "TRL"
                           perform check-txn-trailer
                       else
                           move txn-record to ws-ctr-buffer
                           call "cthash" using ws-ctr-buffer,
                                               ws-ctr-count,
                                               ws-ctr-sum
                           move txn-record to ws-txn-work
                           perform screen-one-txn
                       end-if
               end-read
           end-perform

           close txn-file
           call "cttrailer" using ws-ctw-buffer, ws-ctw-count,
                                  ws-ctw-sum
           write txn-result-record from ws-ctw-buffer(1:19)
           close txn-result-file

           move "problem3transactions.dat" to ws-ct-file
           move "R" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ctr-count, ws-ctr-sum
           move "problem3batch.dat" to ws-ct-file
           move "W" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ctw-count, ws-ctw-sum

           perform rewrite-deferred
           exit section.

       release-one-deferral section.
      *> Kept on the file as released by this run unless screening
      *> held it over quota again, when the new deferral stands for it.
           add 1 to ws-batch-released
           move ws-batch-deferred to ws-deferred-before
           move dfd-txn to ws-txn-work
           perform screen-one-txn
           if ws-batch-deferred = ws-deferred-before
                   and ws-deferred-out-count < 78-deferred-max
               move ws-deferred-in(ws-def-num) to ws-deferred-detail
               move ws-run-id to dfd-released-run
               add 1 to ws-deferred-out-count
               move ws-deferred-detail
                   to ws-deferred-out(ws-deferred-out-count)
           end-if
           exit section.

       screen-one-txn section.
      *> A resubmission of a range the same requestor already had
      *> computed inside the duplicate window takes the earlier
      *> result. Otherwise a requestor already at its daily quota
      *> has the transaction held for the next business day instead
      *> of processed.
           if wtx-requestor = spaces
               move "(none)" to ws-requestor
           else
               move wtx-requestor to ws-requestor
           end-if
           perform apply-txn-defaults
           perform find-duplicate
           if ws-dup-found-yes
               perform record-duplicate
               exit section
           end-if
           perform find-charged-today
           if ws-chg-match not = 0
               perform process-one-txn
               exit section
           end-if
           move 0 to ws-quo-match
           perform varying ws-quo-num from 1 by 1
                   until ws-quo-num > ws-quota-count
                      or ws-quo-match not = 0
               if ws-quo-code(ws-quo-num) = ws-requestor
                   move ws-quo-num to ws-quo-match
               end-if
           end-perform
           if ws-quo-match not = 0
               if ws-quo-limit(ws-quo-match) not = 0
                       and ws-quo-used(ws-quo-match)
                           >= ws-quo-limit(ws-quo-match)
                   if ws-deferred-out-count < 78-deferred-max
                       perform defer-one-txn
                   else
                       perform refuse-unheld-txn
                   end-if
                   exit section
               end-if
               add 1 to ws-quo-used(ws-quo-match)
           end-if
           perform process-one-txn
           exit section.

       refuse-unheld-txn section.
      *> Over quota with no room left to hold it: never processed
      *> past the quota, but reported so it can be resubmitted, and
      *> the run fails.
           add 1 to ws-batch-unheld
           move ws-divisor-list to ws-stored-list
           perform format-divisor-list
           move ws-max to ws-unheld-max
           move spaces to report-line
           string "NOT HELD - DEFERRAL FILE FULL: " ws-requestor
                  " " ws-divisor-text(1:24)
                  " MAX " ws-unheld-max
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       defer-one-txn section.
      *> A same-day rerun meets the transactions it deferred the
      *> first time still waiting on the file - they stay held, but
      *> are not held twice.
           add 1 to ws-batch-deferred
           move 0 to ws-def-match
           perform varying ws-def-num from 1 by 1
                   until ws-def-num > ws-deferred-out-count
                      or ws-def-match not = 0
               if ws-deferred-out(ws-def-num)(10:73) = ws-txn-work
                       and ws-deferred-out(ws-def-num)(84:14) = spaces
                   move ws-def-num to ws-def-match
               end-if
           end-perform
           if ws-def-match = 0
               add 1 to ws-deferred-out-count
               move spaces to ws-deferred-detail
               move ws-next-business-day to dfd-due-date
               move ws-txn-work to dfd-txn
               move ws-deferred-detail
                   to ws-deferred-out(ws-deferred-out-count)
           end-if
           perform find-requestor
           if ws-req-match not = 0
               add 1 to ws-req-deferred(ws-req-match)
           end-if
           exit section.

       find-duplicate section.
      *> The earliest matching submission in the window wins; failing
      *> that, an earlier line of this same run.
           move "N" to ws-dup-found
           perform varying ws-win-num from 1 by 1
                   until ws-win-num > ws-window-count
                      or ws-dup-found-yes
               if ws-win-requestor(ws-win-num) = ws-requestor
                       and ws-win-divisor-list(ws-win-num)
                           = ws-divisor-list
                       and ws-win-max(ws-win-num) = ws-max
                   set ws-dup-found-yes to true
                   move ws-win-run-id(ws-win-num) to ws-dup-run-id
                   move ws-win-value(ws-win-num) to ws-dup-value
               end-if
           end-perform
           perform varying ws-cur-num from 1 by 1
                   until ws-cur-num > ws-curr-count
                      or ws-dup-found-yes
               if ws-curr-requestor(ws-cur-num) = ws-requestor
                       and ws-curr-divisor-list(ws-cur-num)
                           = ws-divisor-list
                       and ws-curr-max(ws-cur-num) = ws-max
                       and (ws-curr-result(ws-cur-num) = "OK "
                            or ws-curr-result(ws-cur-num) = "DUP")
                   set ws-dup-found-yes to true
                   if ws-curr-result(ws-cur-num) = "DUP"
                       move ws-curr-orig-run-id(ws-cur-num)
                           to ws-dup-run-id
                   else
                       move ws-run-id to ws-dup-run-id
                   end-if
                   move ws-curr-value(ws-cur-num) to ws-dup-value
               end-if
           end-perform
           exit section.

       record-duplicate section.
      *> Written through with the earlier value and run id; nothing
      *> is computed, no quota is used and the requestor's chargeback
      *> counts are left alone.
           add 1 to ws-batch-count
           add 1 to ws-batch-duplicates
           move spaces to txn-result-record
           move ws-divisor-1 to result-divisor-1
           move ws-divisor-2 to result-divisor-2
           move ws-divisor-list to result-divisor-list
           move ws-max to result-max
           move ws-requestor to result-requestor
           move "DUP" to result-status
           move ws-dup-value to result-value
           move ws-dup-run-id to result-orig-run-id

           perform find-requestor
           if ws-req-match not = 0
               add 1 to ws-req-duplicates(ws-req-match)
           end-if

           if ws-curr-count < 78-history-max
               add 1 to ws-curr-count
               move ws-divisor-1 to ws-curr-divisor-1(ws-curr-count)
               move ws-divisor-2 to ws-curr-divisor-2(ws-curr-count)
               move ws-divisor-list
                   to ws-curr-divisor-list(ws-curr-count)
               move ws-max to ws-curr-max(ws-curr-count)
               move "DUP" to ws-curr-result(ws-curr-count)
               move ws-dup-value to ws-curr-value(ws-curr-count)
               move ws-requestor to ws-curr-requestor(ws-curr-count)
               move ws-dup-run-id
                   to ws-curr-orig-run-id(ws-curr-count)
           end-if

           move txn-result-record to ws-ctw-buffer
           call "cthash" using ws-ctw-buffer,
                               ws-ctw-count, ws-ctw-sum
           write txn-result-record
           exit section.

       apply-txn-defaults section.
      *> A divisor-list record takes its divisors from the list, a
      *> missing count giving the default pair and a count past the
      *> eighth place stopping at eight; an entry that is not a
      *> number counts as zero, which has no multiples. The result
      *> columns for the first two divisors show the first two of the
      *> list.
           if wtx-divisor-list-txn
               if wtx-list-count is numeric and wtx-list-count not = 0
                   move spaces to ws-divisor-list
                   move wtx-list-count to ws-dvl-count
                   if ws-dvl-count > 78-divisor-max
                       move 78-divisor-max to ws-dvl-count
                   end-if
                   perform varying ws-div-num from 1 by 1
                           until ws-div-num > ws-dvl-count
                       if wtx-list-divisor(ws-div-num) is numeric
                           move wtx-list-divisor(ws-div-num)
                               to ws-dvl-divisor(ws-div-num)
                       else
                           move 0 to ws-dvl-divisor(ws-div-num)
                       end-if
                   end-perform
               else
                   move 78-default-divisor-1 to ws-pair-divisor-1
                   move 78-default-divisor-2 to ws-pair-divisor-2
                   perform build-pair-list
               end-if
           else
               if wtx-divisor-1 not = 0
                   move wtx-divisor-1 to ws-pair-divisor-1
               else
                   move 78-default-divisor-1 to ws-pair-divisor-1
               end-if
               if wtx-divisor-2 not = 0
                   move wtx-divisor-2 to ws-pair-divisor-2
               else
                   move 78-default-divisor-2 to ws-pair-divisor-2
               end-if
               perform build-pair-list
           end-if
           move ws-dvl-divisor(1) to ws-divisor-1
           if ws-dvl-count > 1
               move ws-dvl-divisor(2) to ws-divisor-2
           else
               move 0 to ws-divisor-2
           end-if

           if wtx-max not = 0
               move wtx-max to ws-max
           else
               move 78-default-max to ws-max
           end-if
           exit section.

       build-pair-list section.
           move spaces to ws-divisor-list
           move 2 to ws-dvl-count
           move ws-pair-divisor-1 to ws-dvl-divisor(1)
           move ws-pair-divisor-2 to ws-dvl-divisor(2)
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
                      or ws-div-num > 78-divisor-max
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

       process-one-txn section.
           add 1 to ws-batch-count
           perform compute-total

           move spaces to txn-result-record
           move ws-divisor-1 to result-divisor-1
           move ws-divisor-2 to result-divisor-2
           move ws-divisor-list to result-divisor-list
           move ws-max to result-max
           move ws-requestor to result-requestor

           if ws-overflow-yes
               add 1 to ws-batch-overflows
               move "ERR" to result-status
               move 0 to result-value
           else
               move "OK " to result-status
               move ws-total to result-value
               add ws-total to ws-batch-grand-total
                   on size error
                       set ws-batch-gt-overflow-yes to true
                       add 1 to ws-batch-gt-ovfl-cnt
               end-add
           end-if

           perform tally-requestor

           if ws-curr-count < 78-history-max
               add 1 to ws-curr-count
               move ws-divisor-1 to ws-curr-divisor-1(ws-curr-count)
               move ws-divisor-2 to ws-curr-divisor-2(ws-curr-count)
               move ws-divisor-list
                   to ws-curr-divisor-list(ws-curr-count)
               move ws-max to ws-curr-max(ws-curr-count)
               move result-status to ws-curr-result(ws-curr-count)
               move ws-requestor to ws-curr-requestor(ws-curr-count)
               move spaces to ws-curr-orig-run-id(ws-curr-count)
               if ws-overflow-yes
                   move 0 to ws-curr-value(ws-curr-count)
               else
                   move ws-total to ws-curr-value(ws-curr-count)
               end-if
           end-if

           move txn-result-record to ws-ctw-buffer
           call "cthash" using ws-ctw-buffer,
                               ws-ctw-count, ws-ctw-sum
           write txn-result-record
           exit section.

       load-quotas section.
           move 0 to ws-quota-count
           open input requestor-file
           if ws-requestor-status not = "00"
               exit section
           end-if
           move "N" to ws-requestor-eof
           perform until ws-requestor-eof-yes
                      or ws-quota-count = 78-quota-max
               read requestor-file
                   at end
                       set ws-requestor-eof-yes to true
                   not at end
                       if rq-rqm-code not = spaces
                               and rq-rqm-code(1:1) not = "*"
                           add 1 to ws-quota-count
                           move rq-rqm-code
                               to ws-quo-code(ws-quota-count)
                           if rq-rqm-quota is numeric
                               move rq-rqm-quota
                                   to ws-quo-limit(ws-quota-count)
                           else
                               move 0
                                   to ws-quo-limit(ws-quota-count)
                           end-if
                           move 0 to ws-quo-used(ws-quota-count)
                       end-if
               end-read
           end-perform
           close requestor-file
           perform load-charged-today
           exit section.

       load-charged-today section.
      *> The quota is per day, not per run: every range an earlier
      *> run today computed (OK or overflowed - a duplicate used
      *> none) already counts against its requestor.
           move 0 to ws-charged-count
           move "N" to ws-charged-full
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "N" to ws-history-eof
           perform until ws-history-eof-yes
               read history-file
                   at end
                       set ws-history-eof-yes to true
                   not at end
                       if his-run-id(1:8) = ws-today(1:8)
                               and his-status not = "DUP"
                           perform charge-history-row
                       end-if
               end-read
           end-perform
           close history-file
           if ws-charged-full-yes
               display "WARNING: only the first " ws-charged-count
                       " of today's earlier ranges can be matched "
                       "on a rerun."
           end-if
           exit section.

       charge-history-row section.
           move 0 to ws-quo-match
           perform varying ws-quo-num from 1 by 1
                   until ws-quo-num > ws-quota-count
                      or ws-quo-match not = 0
               if ws-quo-code(ws-quo-num) = his-requestor
                   move ws-quo-num to ws-quo-match
               end-if
           end-perform
           if ws-quo-match = 0
               exit section
           end-if
           add 1 to ws-quo-used(ws-quo-match)
           if ws-charged-count = 78-charged-max
               set ws-charged-full-yes to true
               exit section
           end-if
           add 1 to ws-charged-count
           perform stored-history-list
           move his-requestor to ws-chg-requestor(ws-charged-count)
           move ws-stored-list
               to ws-chg-divisor-list(ws-charged-count)
           move his-max to ws-chg-max(ws-charged-count)
           move "N" to ws-chg-used(ws-charged-count)
           exit section.

       find-charged-today section.
      *> The transaction being screened, matched against a range an
      *> earlier run today already charged and no line of this run
      *> has yet claimed.
           move 0 to ws-chg-match
           perform varying ws-chg-num from 1 by 1
                   until ws-chg-num > ws-charged-count
                      or ws-chg-match not = 0
               if ws-chg-used(ws-chg-num) = "N"
                       and ws-chg-requestor(ws-chg-num) = ws-requestor
                       and ws-chg-divisor-list(ws-chg-num)
                           = ws-divisor-list
                       and ws-chg-max(ws-chg-num) = ws-max
                   move ws-chg-num to ws-chg-match
                   move "Y" to ws-chg-used(ws-chg-num)
               end-if
           end-perform
           exit section.

       load-deferred section.
           move 0 to ws-deferred-in-count
           open input deferred-file
           if ws-deferred-status not = "00"
               exit section
           end-if
           move "N" to ws-deferred-eof
           perform until ws-deferred-eof-yes
                      or ws-deferred-in-count = 78-deferred-max
               read deferred-file
                   at end
                       set ws-deferred-eof-yes to true
                   not at end
                       if deferred-record not = spaces
                           add 1 to ws-deferred-in-count
                           move deferred-record
                               to ws-deferred-in(ws-deferred-in-count)
                       end-if
               end-read
           end-perform
           close deferred-file
           exit section.

       rewrite-deferred section.
           open output deferred-file
           perform varying ws-def-num from 1 by 1
                   until ws-def-num > ws-deferred-out-count
               move ws-deferred-out(ws-def-num) to deferred-record
               write deferred-record
           end-perform
           close deferred-file
           exit section.

       compute-next-business-day section.
      *> Day 1 of the integer calendar (1 Jan 1601) is a Monday, so
      *> the day number mod 7 gives 6 for Saturday and 0 for Sunday.
           compute ws-day-number =
                   function integer-of-date(
                       function numval(ws-today(1:8))) + 1
           perform until function mod(ws-day-number, 7) not = 6
                     and function mod(ws-day-number, 7) not = 0
               add 1 to ws-day-number
           end-perform
           compute ws-next-business-day =
                   function date-of-integer(ws-day-number)
           exit section.

       tally-requestor section.
           perform find-requestor
           if ws-req-match = 0
               exit section
           end-if

           add 1 to ws-req-submitted(ws-req-match)
           if ws-overflow-yes
               add 1 to ws-req-overflowed(ws-req-match)
           else
               add 1 to ws-req-completed(ws-req-match)
      *> ws-max is the length of the range walked for this
      *> request - the work proxy the window is apportioned by.
               add ws-max to ws-req-terms(ws-req-match)
           end-if
           exit section.

       find-requestor section.
           move 0 to ws-req-match
           perform varying ws-req-num from 1 by 1
                   until ws-req-num > ws-requestor-count
               initialize ws-requestor-entry(ws-req-match)
               move ws-requestor to ws-req-code(ws-req-match)
           end-if
           exit section.

       write-requestor-summary section.
                      " CMP: " ws-req-completed(ws-req-num)
                      " OVF: " ws-req-overflowed(ws-req-num)
                      " TERMS: " ws-req-terms(ws-req-num)
                      " DEF: " ws-req-deferred(ws-req-num)
                      delimited by size into report-line
               end-string
               write report-line
                       end-if
                       if ws-prior-count < 78-history-max
                           add 1 to ws-prior-count
                           perform stored-history-list
                           move ws-stored-list
                               to ws-prior-divisor-list(ws-prior-count)
                           move his-max to ws-prior-max(ws-prior-count)
                           move his-status
                               to ws-prior-result(ws-prior-count)
                           if his-status = "DUP"
                               move "OK "
                                   to ws-prior-result(ws-prior-count)
                           end-if
                           move his-value
                               to ws-prior-value(ws-prior-count)
                           move space
           close history-file
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

       write-delta-report section.
           open output delta-report
           move spaces to delta-line
               if ws-prior-matched(ws-his-num) = space
                   add 1 to ws-delta-dropped
                   move ws-prior-value(ws-his-num) to ws-value-display
                   move ws-prior-divisor-list(ws-his-num)
                       to ws-stored-list
                   perform format-divisor-list
                   move spaces to delta-line
                   string "DROPPED " delimited by size
                          ws-divisor-text delimited by space
                          "/" ws-prior-max(ws-his-num)
                          " WAS " ws-value-display
                          delimited by size into delta-line
           exit section.

       delta-one-range section.
           move ws-curr-divisor-list(ws-cur-num) to ws-stored-list
           perform format-divisor-list
           move space to ws-match-found
           perform varying ws-his-num from 1 by 1
                   until ws-his-num > ws-prior-count
                      or ws-match-found = "Y"
               if ws-prior-divisor-list(ws-his-num)
                           = ws-curr-divisor-list(ws-cur-num)
                       and ws-prior-max(ws-his-num)
                           = ws-curr-max(ws-cur-num)
                   move "Y" to ws-match-found
                   move "Y" to ws-prior-matched(ws-his-num)
      *> A duplicate carries the earlier completed result, so it
      *> compares as that result rather than as a change.
                   move ws-curr-result(ws-cur-num) to ws-delta-result
                   if ws-delta-result = "DUP"
                       move "OK " to ws-delta-result
                   end-if
                   if ws-prior-value(ws-his-num)
                               not = ws-curr-value(ws-cur-num)
                           or ws-prior-result(ws-his-num)
                               not = ws-delta-result
                       add 1 to ws-delta-changed
                       move ws-prior-value(ws-his-num)
                           to ws-value-display
                       move ws-curr-value(ws-cur-num)
                           to ws-value-display-2
                       move spaces to delta-line
                       string "CHANGED " delimited by size
                              ws-divisor-text delimited by space
                              "/" ws-curr-max(ws-cur-num)
                              " WAS " ws-value-display
                              " NOW " ws-value-display-2
               add 1 to ws-delta-new
               move ws-curr-value(ws-cur-num) to ws-value-display
               move spaces to delta-line
               string "NEW     " delimited by size
                      ws-divisor-text delimited by space
                      "/" ws-curr-max(ws-cur-num)
                      " VALUE " ws-value-display
                      delimited by size into delta-line
           end-if
           exit section.

       load-duplicate-window section.
      *> The window runs from ws-dup-days before today up to, but not
      *> including, today - a rerun of today's file recomputes as it
      *> always has. Early in a month the window reaches back past
      *> ArchiveMaint's cut, so the monthly archive generations it
      *> spans are read first, then the live history.
           move 0 to ws-window-count
           move "N" to ws-window-full
           compute ws-window-day =
                   function integer-of-date(
                       function numval(ws-today(1:8))) - ws-dup-days
           compute ws-window-start =
                   function date-of-integer(ws-window-day)
           move ws-today(1:6) to ws-this-month
           move ws-window-start(1:6) to ws-arch-month
           perform until ws-arch-month >= ws-this-month
               add 1 to ws-arch-month
               if ws-arch-month(5:2) = "13"
                   compute ws-arch-month = ws-arch-month + 100 - 12
               end-if
               move spaces to ws-resolve-base
               string "problem3history_arch_" ws-arch-month ".dat"
                      delimited by size into ws-resolve-base
               end-string
               call "resolvename" using ws-resolve-base,
                                        ws-window-name
               perform load-window-file
           end-perform
           move ws-history-name to ws-window-name
           perform load-window-file
           if ws-window-full-yes
               display "WARNING: duplicate window holds only the "
                       "first " ws-window-count " submissions."
           end-if
           exit section.

       load-window-file section.
           open input window-file
           if ws-window-status not = "00"
               exit section
           end-if
           move "N" to ws-window-eof
           perform until ws-window-eof-yes
               read window-file
                   at end
                       set ws-window-eof-yes to true
                   not at end
                       if win-run-id(1:8) >= ws-window-start-x
                               and win-run-id(1:8) < ws-today(1:8)
                               and (win-status = "OK "
                                    or win-status = "DUP")
                           perform add-window-entry
                       end-if
               end-read
           end-perform
           close window-file
           exit section.

       add-window-entry section.
           if ws-window-count = 78-window-max
               set ws-window-full-yes to true
               exit section
           end-if
           add 1 to ws-window-count
           if win-requestor = spaces
               move "(none)" to ws-win-requestor(ws-window-count)
           else
               move win-requestor to ws-win-requestor(ws-window-count)
           end-if
           if win-divisor-list = spaces
               move spaces to ws-stored-list
               move 2 to ws-stl-count
               move win-divisor-1 to ws-stl-divisor(1)
               move win-divisor-2 to ws-stl-divisor(2)
               move ws-stored-list
                   to ws-win-divisor-list(ws-window-count)
           else
               move win-divisor-list
                   to ws-win-divisor-list(ws-window-count)
           end-if
           move win-max to ws-win-max(ws-window-count)
           move win-value to ws-win-value(ws-window-count)
           if win-status = "DUP" and win-orig-run-id not = spaces
               move win-orig-run-id to ws-win-run-id(ws-window-count)
           else
               move win-run-id to ws-win-run-id(ws-window-count)
           end-if
           exit section.

       write-duplicate-report section.
      *> One block per requestor that resubmitted, so departments can
      *> be told which ranges they sent again.
           open output duplicate-report
           move spaces to duplicate-line
           string "DUPLICATES FOR RUN " ws-run-id
                  " WINDOW " ws-dup-days " DAYS FROM "
                  ws-window-start-x
                  delimited by size into duplicate-line
           end-string
           write duplicate-line
           if ws-batch-duplicates = 0
               move "NO DUPLICATE SUBMISSIONS" to duplicate-line
               write duplicate-line
           end-if
           perform varying ws-req-num from 1 by 1
                   until ws-req-num > ws-requestor-count
               if ws-req-duplicates(ws-req-num) not = 0
                   perform write-requestor-duplicates
               end-if
           end-perform
           move spaces to duplicate-line
           string "TOTAL DUPLICATES: " ws-batch-duplicates
                  delimited by size into duplicate-line
           end-string
           write duplicate-line
           close duplicate-report
           exit section.

       write-requestor-duplicates section.
           move spaces to duplicate-line
           string "REQUESTOR " ws-req-code(ws-req-num)
                  " DUPLICATES: " ws-req-duplicates(ws-req-num)
                  delimited by size into duplicate-line
           end-string
           write duplicate-line
           perform varying ws-cur-num from 1 by 1
                   until ws-cur-num > ws-curr-count
               if ws-curr-result(ws-cur-num) = "DUP"
                       and ws-curr-requestor(ws-cur-num)
                           = ws-req-code(ws-req-num)
                   move ws-curr-value(ws-cur-num) to ws-value-display
                   move ws-curr-divisor-list(ws-cur-num)
                       to ws-stored-list
                   perform format-divisor-list
                   move spaces to duplicate-line
                   string "  " delimited by size
                          ws-divisor-text delimited by space
                          "/" ws-curr-max(ws-cur-num)
                          " FIRST RUN "
                          ws-curr-orig-run-id(ws-cur-num)
                          " VALUE " ws-value-display
                          delimited by size into duplicate-line
                   end-string
                   write duplicate-line
               end-if
           end-perform
           exit section.

       append-history section.
           open extend history-file
           if ws-history-status = "35"
               move ws-curr-max(ws-cur-num) to his-max
               move ws-curr-result(ws-cur-num) to his-status
               move ws-curr-value(ws-cur-num) to his-value
               move ws-curr-requestor(ws-cur-num) to his-requestor
               move ws-curr-orig-run-id(ws-cur-num) to his-orig-run-id
               move ws-curr-divisor-list(ws-cur-num)
                   to his-divisor-list
               write history-record
           end-perform
           close history-file
