      $set sourceformat(variable)
       identification division.
       program-id. RestrictReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select hits-file assign to dynamic ws-hits-name
               organization is line sequential
               file status is ws-hits-status.
           select restrict-report assign to dynamic ws-restrict-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  hits-file.
       01  hits-record.
           05 hit-date           pic x(8).
           05 filler             pic x.
           05 hit-time           pic x(6).
           05 filler             pic x.
           05 hit-program        pic x(20).
           05 filler             pic x.
           05 hit-who            pic x(8).
           05 filler             pic x.
           05 hit-action         pic x(5).
           05 filler             pic x.
           05 hit-pattern        pic x(20).
           05 filler             pic x.
           05 hit-word           pic x(20).
           05 filler             pic x.
           05 hit-reason         pic x(30).

       fd  restrict-report.
       01  report-line          pic x(132).

       working-storage section.
      *> The compliance report: every restricted-word hit on
      *> restrictedhits.dat - blocked or flagged - with the program
      *> that screened it, the operator or Main pair id, and when,
      *> for a date range given as arguments (default everything),
      *> then totals by action and by program.
       78 78-program-max       value 20.
       01 ws-from-date         pic x(8) value spaces.
       01 ws-to-date           pic x(8) value spaces.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-hits-status       pic x(2).
       01 ws-hits-eof          pic x value "N".
           88 ws-hits-eof-yes  value "Y".
       01 ws-hits-name         pic x(45).
       01 ws-restrict-rpt-name pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-hit-count         pic 9(9) value 0.
       01 ws-block-count       pic 9(9) value 0.
       01 ws-flag-count        pic 9(9) value 0.
       01 ws-program-count     pic 9(4) comp-x value 0.
       01 ws-program-table.
           05 ws-program-entry occurs 78-program-max.
               10 ws-prg-name       pic x(20).
               10 ws-prg-block      pic 9(9).
               10 ws-prg-flag       pic 9(9).
       01 ws-program-num       pic 9(4) comp-x.
       01 ws-program-found     pic 9(4) comp-x.
       01 ws-detail-line.
           05 det-date           pic x(8).
           05 filler             pic x value space.
           05 det-time           pic x(6).
           05 filler             pic x value space.
           05 det-action         pic x(5).
           05 filler             pic x value space.
           05 det-program        pic x(20).
           05 filler             pic x value space.
           05 det-who            pic x(8).
           05 filler             pic x value space.
           05 det-word           pic x(20).
           05 filler             pic x value space.
           05 det-pattern        pic x(20).
           05 filler             pic x value space.
           05 det-reason         pic x(30).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-from-date from argument-value
           move 2 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-to-date from argument-value
           if (ws-from-date not = spaces and ws-from-date not numeric)
                   or (ws-to-date not = spaces
                       and ws-to-date not numeric)
               display "Usage: RestrictReport [from-yyyymmdd "
                       "[to-yyyymmdd]]"
               goback returning 78-ec-invalid-data
           end-if
           if ws-from-date = spaces
               move zeros to ws-from-date
           end-if
           if ws-to-date = spaces
               move all "9" to ws-to-date
           end-if

           move "restrictedhits.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-hits-name
           move "restrictreport_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-restrict-rpt-name

           open output restrict-report
           move function current-date to ws-report-timestamp
           move "RestrictReport" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "FROM=" ws-from-date " TO=" ws-to-date
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           move spaces to report-line
           string "RESTRICTED-WORD HITS " ws-from-date
                  " TO " ws-to-date
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "DATE     TIME   ACTN  PROGRAM              "
                  "WHO      WORD                 PATTERN"
                  "              REASON"
                  delimited by size into report-line
           end-string
           write report-line

           open input hits-file
           if ws-hits-status = "00"
               move "N" to ws-hits-eof
               perform until ws-hits-eof-yes
                   read hits-file
                       at end
                           set ws-hits-eof-yes to true
                       not at end
                           if hit-date >= ws-from-date
                                   and hit-date <= ws-to-date
                               perform report-one-hit
                           end-if
                   end-read
               end-perform
               close hits-file
           end-if

           move spaces to report-line
           string "HITS: " ws-hit-count
                  " BLOCKED: " ws-block-count
                  " FLAGGED: " ws-flag-count
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-program-num from 1 by 1
                   until ws-program-num > ws-program-count
               move spaces to report-line
               string "  " ws-prg-name(ws-program-num)
                      " BLOCKED: " ws-prg-block(ws-program-num)
                      " FLAGGED: " ws-prg-flag(ws-program-num)
                      delimited by size into report-line
               end-string
               write report-line
           end-perform

           display "Restricted-word hits: " ws-hit-count
                   " (" ws-block-count " blocked, " ws-flag-count
                   " flagged)."
           move "OK     " to ws-report-status
           move ws-hit-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close restrict-report

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       report-one-hit section.
           add 1 to ws-hit-count
           move hit-date to det-date
           move hit-time to det-time
           move hit-action to det-action
           move hit-program to det-program
           move hit-who to det-who
           move hit-word to det-word
           move hit-pattern to det-pattern
           move hit-reason to det-reason
           move ws-detail-line to report-line
           write report-line

           move 0 to ws-program-found
           perform varying ws-program-num from 1 by 1
                   until ws-program-num > ws-program-count
                      or ws-program-found not = 0
               if ws-prg-name(ws-program-num) = hit-program
                   move ws-program-num to ws-program-found
               end-if
           end-perform
           if ws-program-found = 0
                   and ws-program-count < 78-program-max
               add 1 to ws-program-count
               move ws-program-count to ws-program-found
               move hit-program to ws-prg-name(ws-program-found)
               move 0 to ws-prg-block(ws-program-found)
               move 0 to ws-prg-flag(ws-program-found)
           end-if
           if hit-action = "FLAG"
               add 1 to ws-flag-count
               if ws-program-found not = 0
                   add 1 to ws-prg-flag(ws-program-found)
               end-if
           else
               add 1 to ws-block-count
               if ws-program-found not = 0
                   add 1 to ws-prg-block(ws-program-found)
               end-if
           end-if
           exit section.

       end program RestrictReport.
