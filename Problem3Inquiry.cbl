      $set sourceformat(variable)
       identification division.
       program-id. Problem3Inquiry.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select history-file assign to dynamic ws-history-name
               organization is line sequential
               file status is ws-history-status.
           select audit-file assign to dynamic ws-audit-name
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
      *> Problem3's history-record; rows archived before the
      *> requestor was kept have it blank, and rows from before
      *> divisor lists have no list.
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
           05 his-divisor-list.
               10 his-list-count     pic 9(4).
               10 his-list-entry occurs 8.
                   15 filler         pic x.
                   15 his-list-divisor pic 9(4).

      *> AuditTrail's detail line.
       fd  audit-file.
       01  audit-record.
           05 aud-date           pic x(8).
           05 filler             pic x.
           05 aud-time           pic x(6).
           05 filler             pic x.
           05 aud-program        pic x(20).
           05 filler             pic x.
           05 aud-event          pic x(5).
           05 filler             pic x.
           05 aud-return-code    pic x(4).
           05 filler             pic x.
           05 aud-record-count   pic x(9).
           05 filler             pic x.
           05 aud-parms          pic x(60).
           05 filler             pic x(44).

       working-storage section.
       78 78-page-size         value 10.
       78 78-divisor-max       value 8.
      *> How far back the monthly archive generations are read when
      *> no from date narrows the search.
       78 78-archive-years     value 7.
       01 ws-history-status    pic x(2).
       01 ws-audit-status      pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> The inquiry criteria - a blank (or zero) criterion matches
      *> everything.
       01 ws-criteria.
           05 ws-crit-divisor-1  pic 9(4) value 0.
           05 ws-crit-divisor-2  pic 9(4) value 0.
           05 ws-crit-max        pic 9(9) value 0.
           05 ws-crit-divisor    pic 9(4) value 0.
           05 ws-crit-requestor  pic x(8) value spaces.
           05 ws-crit-from-date  pic x(8) value spaces.
           05 ws-crit-to-date    pic x(8) value spaces.
       01 ws-entry-text        pic x(20).
      *> Paging re-reads the history from the top each time - the
      *> archive generations ArchiveMaint cut, oldest first, then
      *> the live file - so no table limits how many archived
      *> results can match.
       01 ws-page-start        pic 9(9) value 1.
       01 ws-match-num         pic 9(9).
       01 ws-page-count        pic 9(4) comp-x.
       01 ws-page-table.
           05 ws-page-run-id occurs 78-page-size pic x(14).
       01 ws-row-display       pic z9.
       01 ws-row-num           pic 9(4) comp-x.
       01 ws-value-display     pic z(17)9.
       01 ws-max-display       pic z(8)9.
       01 ws-run-id            pic x(14).
       01 ws-run-marker        pic x(18).
       01 ws-marker-tally      pic 9(4) comp-x.
       01 ws-stamp-tally       pic 9(4) comp-x.
       01 ws-start-found       pic x value "N".
           88 ws-start-found-yes value "Y".
       01 ws-end-found         pic x value "N".
           88 ws-end-found-yes value "Y".
       01 ws-choice            pic x(4) value spaces.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-list-done         pic x value "N".
           88 ws-list-done-yes value "Y".
       01 ws-resolve-base      pic x(45).
       01 ws-history-name      pic x(45).
       01 ws-live-name         pic x(45).
       01 ws-today             pic x(21).
       01 ws-this-month        pic 9(6).
       01 ws-arch-month        pic 9(6).
       01 ws-files-read        pic 9(4) comp-x.
      *> The divisors of a row as the report shows them, e.g.
      *> 0003/0005/0007; a row from before lists shows its pair.
       01 ws-stored-list.
           05 ws-stl-count       pic 9(4).
           05 ws-stl-entry occurs 78-divisor-max.
               10 filler         pic x.
               10 ws-stl-divisor pic 9(4).
       01 ws-divisor-text      pic x(44).
       01 ws-text-pointer      pic 9(4) comp-x.
       01 ws-div-num           pic 9(4) comp-x.
       01 ws-div-hit           pic x.
           88 ws-div-hit-yes   value "Y".
       01 ws-audit-name        pic x(45).
       01 ws-audit-live-name   pic x(45).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x value space.
       01 ws-op-result         pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           move "problem3history.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-live-name
           move "batchaudit.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-audit-live-name

           display "Problem3 history inquiry."
           *> Read-only, so no authority letter - but the history
           *> names requestors and values, so only a signed-on
           *> operator may look.
           display "Operator id: " with no advancing
           accept ws-operator
           move function upper-case(ws-operator) to ws-operator
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               move spaces to ws-choice
               accept ws-choice
               evaluate ws-choice(1:1)
                   when "D" when "d"
                       perform enter-divisors
                   when "V" when "v"
                       perform enter-list-divisor
                   when "M" when "m"
                       perform enter-max
                   when "R" when "r"
                       perform enter-requestor
                   when "F" when "f"
                       perform enter-date-range
                   when "C" when "c"
                       initialize ws-criteria
                       display "Criteria cleared."
                   when "L" when "l"
                       perform list-matches
                   when "Q" when "q"
                       set ws-done-yes to true
                   when other
                       display "Unknown choice."
               end-evaluate
           end-perform
           goback returning 78-ec-ok.

       show-menu section.
           display " "
           perform show-criteria
           display "D=divisor pair  V=divisor in list  M=max value  "
                   "R=requestor"
           display "F=run-date range  C=clear  L=list  Q=quit"
           display "Choice: " with no advancing
           exit section.

       show-criteria section.
           display "Criteria: D1=" ws-crit-divisor-1
                   " D2=" ws-crit-divisor-2
                   " IN LIST=" ws-crit-divisor
                   " MAX=" ws-crit-max
                   " REQ=" ws-crit-requestor
                   " FROM=" ws-crit-from-date
                   " TO=" ws-crit-to-date
           exit section.

       enter-divisors section.
           display "Divisor 1 (blank = any): " with no advancing
           accept ws-entry-text
           perform edit-number
           move function numval(ws-entry-text) to ws-crit-divisor-1
           display "Divisor 2 (blank = any): " with no advancing
           accept ws-entry-text
           perform edit-number
           move function numval(ws-entry-text) to ws-crit-divisor-2
           exit section.

       enter-list-divisor section.
           display "Divisor the list includes (blank = any): "
                   with no advancing
           accept ws-entry-text
           perform edit-number
           move function numval(ws-entry-text) to ws-crit-divisor
           exit section.

       enter-max section.
           display "Max value (blank = any): " with no advancing
           accept ws-entry-text
           perform edit-number
           move function numval(ws-entry-text) to ws-crit-max
           exit section.

       edit-number section.
           *> Anything that is not a plain number counts as "any".
           if ws-entry-text = spaces
                   or function trim(ws-entry-text) not numeric
               move "0" to ws-entry-text
           end-if
           exit section.

       enter-requestor section.
           display "Requestor (blank = any): " with no advancing
           accept ws-crit-requestor
           move function upper-case(ws-crit-requestor)
               to ws-crit-requestor
           exit section.

       enter-date-range section.
           display "From run date YYYYMMDD (blank = any): "
                   with no advancing
           accept ws-crit-from-date
           display "To run date YYYYMMDD (blank = any): "
                   with no advancing
           accept ws-crit-to-date
           if ws-crit-from-date not = spaces
                   and ws-crit-to-date not = spaces
                   and ws-crit-from-date > ws-crit-to-date
               display "From date is after the to date - range "
                       "cleared."
               move spaces to ws-crit-from-date
               move spaces to ws-crit-to-date
           end-if
           exit section.

       list-matches section.
           move 1 to ws-page-start
           move "N" to ws-list-done
           perform until ws-list-done-yes
               perform show-page
               if ws-page-count = 0
                   if ws-page-start = 1
                       display "No history matches these criteria."
                   else
                       display "No more matches."
                   end-if
                   set ws-list-done-yes to true
               else
                   display "N=next page  row number=show the run's "
                           "audit records  Q=back: " with no advancing
                   move spaces to ws-choice
                   accept ws-choice
                   evaluate true
                       when ws-choice(1:1) = "N" or "n"
                           add 78-page-size to ws-page-start
                       when ws-choice(1:1) = "Q" or "q"
                           set ws-list-done-yes to true
                       when function trim(ws-choice) is numeric
                           move function numval(ws-choice)
                               to ws-row-num
                           if ws-row-num = 0
                                   or ws-row-num > ws-page-count
                               display "No such row on this page."
                           else
                               move ws-page-run-id(ws-row-num)
                                   to ws-run-id
                               perform show-run-audit
                           end-if
                       when other
                           display "Unknown choice."
                   end-evaluate
               end-if
           end-perform
           exit section.

       show-page section.
           *> Generations are named for the month ArchiveMaint cut
           *> them and hold what was dated before it, so a from date
           *> in month M is first found in the generation for M + 1.
           move 0 to ws-page-count
           move 0 to ws-match-num
           move 0 to ws-files-read
           display " "
           display "ROW RUN            D1   D2   MAX       STS "
                   "VALUE              REQUESTOR"
           move function current-date to ws-today
           move ws-today(1:6) to ws-this-month
           if ws-crit-from-date not = spaces
                   and ws-crit-from-date(1:6) is numeric
               move ws-crit-from-date(1:6) to ws-arch-month
           else
               compute ws-arch-month =
                       ws-this-month - 78-archive-years * 100
           end-if
           perform until ws-arch-month >= ws-this-month
                      or ws-page-count = 78-page-size
               add 1 to ws-arch-month
               if ws-arch-month(5:2) = "13"
                   compute ws-arch-month = ws-arch-month + 100 - 12
               end-if
               move spaces to ws-resolve-base
               string "problem3history_arch_" ws-arch-month ".dat"
                      delimited by size into ws-resolve-base
               end-string
               call "resolvename" using ws-resolve-base,
                                        ws-history-name
               perform page-one-file
           end-perform
           if ws-page-count < 78-page-size
               move ws-live-name to ws-history-name
               perform page-one-file
           end-if
           if ws-files-read = 0
               display "problem3history.dat not found."
           end-if
           exit section.

       page-one-file section.
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           add 1 to ws-files-read
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
                      or ws-page-count = 78-page-size
               read history-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       perform match-one-row
               end-read
           end-perform
           close history-file
           exit section.

       match-one-row section.
           if history-record = spaces
               exit section
           end-if
           if ws-crit-divisor-1 not = 0
                   and his-divisor-1 not = ws-crit-divisor-1
               exit section
           end-if
           if ws-crit-divisor-2 not = 0
                   and his-divisor-2 not = ws-crit-divisor-2
               exit section
           end-if
           if ws-crit-max not = 0 and his-max not = ws-crit-max
               exit section
           end-if
           perform stored-history-list
           if ws-crit-divisor not = 0
               move "N" to ws-div-hit
               perform varying ws-div-num from 1 by 1
                       until ws-div-num > ws-stl-count
                          or ws-div-num > 78-divisor-max
                          or ws-div-hit-yes
                   if ws-stl-divisor(ws-div-num) = ws-crit-divisor
                       set ws-div-hit-yes to true
                   end-if
               end-perform
               if not ws-div-hit-yes
                   exit section
               end-if
           end-if
           if ws-crit-requestor not = spaces
                   and his-requestor not = ws-crit-requestor
               exit section
           end-if
           if ws-crit-from-date not = spaces
                   and his-run-id(1:8) < ws-crit-from-date
               exit section
           end-if
           if ws-crit-to-date not = spaces
                   and his-run-id(1:8) > ws-crit-to-date
               exit section
           end-if

           add 1 to ws-match-num
           if ws-match-num < ws-page-start
               exit section
           end-if
           add 1 to ws-page-count
           move his-run-id to ws-page-run-id(ws-page-count)
           move ws-page-count to ws-row-display
           move his-max to ws-max-display
           move his-value to ws-value-display
           display ws-row-display "  " his-run-id " "
                   his-divisor-1 " " his-divisor-2 " "
                   ws-max-display " " his-status " "
                   ws-value-display " " his-requestor
           if ws-stl-count > 2
               perform format-divisor-list
               display "    DIVISORS " ws-divisor-text
           end-if
           exit section.

       stored-history-list section.
      *> The divisor list of a history row; a row from before the
      *> list was carried is read as the list of its two divisors.
           if his-divisor-list = spaces
                   or his-list-count is not numeric
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

       show-run-audit section.
           *> Problem3 stamps RUN=<run id> on its START record. Runs
           *> from before that carry no stamp, so for them the first
           *> Problem3 START that day at or after the run's time is
           *> taken - the run id is the time the run began.
           *> ArchiveMaint cuts batchaudit.dat at the same month
           *> boundary as the history, so a run's records are read
           *> oldest first: the generations cut after the run's month,
           *> then the live file. A START in one file and its END in
           *> the next still pair up.
           move spaces to ws-run-marker
           string "RUN=" ws-run-id delimited by size
               into ws-run-marker
           end-string
           move "N" to ws-start-found
           move "N" to ws-end-found
           move 0 to ws-files-read
           display " "
           display "Audit trail for Problem3 run " ws-run-id ":"
           move function current-date to ws-today
           move ws-today(1:6) to ws-this-month
           move ws-run-id(1:6) to ws-arch-month
           perform until ws-arch-month >= ws-this-month
                      or ws-end-found-yes
               add 1 to ws-arch-month
               if ws-arch-month(5:2) = "13"
                   compute ws-arch-month = ws-arch-month + 100 - 12
               end-if
               move spaces to ws-resolve-base
               string "batchaudit_arch_" ws-arch-month ".dat"
                      delimited by size into ws-resolve-base
               end-string
               call "resolvename" using ws-resolve-base,
                                        ws-audit-name
               perform scan-audit-file
           end-perform
           if not ws-end-found-yes
               move ws-audit-live-name to ws-audit-name
               perform scan-audit-file
           end-if
           if ws-files-read = 0
               display "  batchaudit.dat not found."
               exit section
           end-if
           if not ws-start-found-yes
               display "  No START record found for this run."
           else
               if not ws-end-found-yes
                   display "  No END record - the run did not finish."
               end-if
           end-if
           exit section.

       scan-audit-file section.
           open input audit-file
           if ws-audit-status not = "00"
               exit section
           end-if
           add 1 to ws-files-read
           move "N" to ws-file-eof
           perform until ws-file-eof-yes or ws-end-found-yes
               read audit-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       *> A generation's control-total trailer is not
                       *> an audit record.
                       if not (audit-record(1:3) = "TRL"
                               and audit-record(4:16) is numeric)
                               and aud-program = "Problem3"
                           perform check-audit-row
                       end-if
               end-read
           end-perform
           close audit-file
           exit section.

       check-audit-row section.
           if ws-start-found-yes
               if aud-event = "END"
                   set ws-end-found-yes to true
                   display "  " audit-record(1:118)
               end-if
               exit section
           end-if
           if aud-event not = "START"
               exit section
           end-if
           move 0 to ws-marker-tally
           move 0 to ws-stamp-tally
           inspect aud-parms tallying ws-marker-tally
               for all ws-run-marker
           inspect aud-parms tallying ws-stamp-tally for all "RUN="
           if ws-marker-tally not = 0
                   or (ws-stamp-tally = 0
                       and aud-date = ws-run-id(1:8)
                       and aud-time >= ws-run-id(9:6))
               set ws-start-found-yes to true
               display "  " audit-record(1:118)
           end-if
           exit section.

       end program Problem3Inquiry.
