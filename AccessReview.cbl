      $set sourceformat(variable)
       identification division.
       program-id. AccessReview.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select operator-file assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select history-file assign to "operhistory.dat"
               organization is line sequential
               file status is ws-history-status.
           select review-report assign to dynamic ws-review-name
               organization is line sequential.

       data division.
       file section.
       fd  operator-file.
       01  operator-record.
           05 opr-id               pic x(8).
           05 filler               pic x.
           05 opr-letters          pic x(12).
           05 filler               pic x.
           05 opr-status           pic x.
           05 filler               pic x(57).

       fd  history-file.
       copy "OperHistory.cpy"  replacing ==()== by ==oh==.

       fd  review-report.
       01  report-line          pic x(80).

       working-storage section.
       78 78-review-max        value 200.
       01 ws-operator-status   pic x(2).
       01 ws-history-status    pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-resolve-base      pic x(45).
       01 ws-review-name       pic x(45).
      *> Each operator's current row, with the date and supervisor of
      *> the latest history record that gave it each letter it holds
      *> now. A letter no history record gave predates operhistory.dat.
       01 ws-review-count      pic 9(4) comp-x value 0.
       01 ws-review-table.
           05 ws-review-entry occurs 78-review-max.
               10 ws-rev-id         pic x(8).
               10 ws-rev-letters    pic x(12).
               10 ws-rev-status     pic x.
                   88 ws-rev-suspended value "S".
               10 ws-rev-changed    pic x(8).
               10 ws-rev-letter-info occurs 12.
                   15 ws-rev-granted    pic x(8).
                   15 ws-rev-granted-by pic x(8).
       01 ws-review-num        pic 9(4) comp-x.
       01 ws-review-found      pic 9(4) comp-x.
       01 ws-letter-pos        pic 9(4) comp-x.
       01 ws-letter            pic x.
       01 ws-after-tally       pic 9(4) comp-x.
       01 ws-before-tally      pic 9(4) comp-x.
       01 ws-status-text       pic x(9).
       01 ws-operator-total    pic 9(6) value 0.
       01 ws-suspended-total   pic 9(6) value 0.
       01 ws-letter-total      pic 9(6) value 0.
       01 ws-undated-total     pic 9(6) value 0.
       01 ws-history-total     pic 9(6) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "accessreview_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-review-name

           open output review-report
           move function current-date to ws-report-timestamp
           move "AccessReview" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           perform load-operators
           if ws-review-count = 0
               display "operators.dat not found or empty - nothing "
                       "to review."
               move spaces to report-line
               move "NO OPERATORS ON FILE" to report-line
               write report-line
               move "FAILED " to ws-report-status
               move 0 to ws-report-record-count
               perform write-status-footer
               close review-report
               move 78-ec-no-records to ws-audit-rc
               call "auditend" using ws-report-program,
                                     ws-report-record-count,
                                     ws-audit-rc
               goback returning 78-ec-no-records
           end-if

           perform apply-history

           move spaces to report-line
           string "ACCESS REVIEW AS OF " ws-report-timestamp(1:8)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "OPERATOR STATUS    LETTER GRANTED  BY"
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-review-num from 1 by 1
                   until ws-review-num > ws-review-count
               perform report-one-operator
           end-perform

           move spaces to report-line
           string "OPERATORS: " ws-operator-total
                  " SUSPENDED: " ws-suspended-total
                  " LETTERS: " ws-letter-total
                  " UNDATED: " ws-undated-total
                  delimited by size into report-line
           end-string
           write report-line

           move "OK     " to ws-report-status
           move ws-operator-total to ws-report-record-count
           perform write-status-footer
           close review-report

           display "Access review written: " ws-operator-total
                   " operator(s), " ws-undated-total
                   " letter(s) without a grant on record."
           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-operators section.
           move 0 to ws-review-count
           open input operator-file
           if ws-operator-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read operator-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if opr-id not = spaces
                               and opr-id(1:1) not = "*"
                               and ws-review-count < 78-review-max
                           add 1 to ws-review-count
                           initialize ws-review-entry(ws-review-count)
                           move opr-id to ws-rev-id(ws-review-count)
                           move opr-letters
                               to ws-rev-letters(ws-review-count)
                           move opr-status
                               to ws-rev-status(ws-review-count)
                       end-if
               end-read
           end-perform
           close operator-file
           exit section.

       apply-history section.
           *> The history is in the order the changes were saved, so
           *> the last record that gave a letter is its grant date.
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
                       if oh-history-record not = spaces
                           add 1 to ws-history-total
                           perform apply-one-change
                       end-if
               end-read
           end-perform
           close history-file
           exit section.

       apply-one-change section.
           move 0 to ws-review-found
           perform varying ws-review-num from 1 by 1
                   until ws-review-num > ws-review-count
                      or ws-review-found not = 0
               if ws-rev-id(ws-review-num) = oh-his-operator
                   move ws-review-num to ws-review-found
               end-if
           end-perform
           if ws-review-found = 0
               exit section
           end-if

           move oh-his-date to ws-rev-changed(ws-review-found)
           perform varying ws-letter-pos from 1 by 1
                   until ws-letter-pos > 12
               move ws-rev-letters(ws-review-found)(ws-letter-pos:1)
                   to ws-letter
               if ws-letter not = space
                   move 0 to ws-after-tally
                   move 0 to ws-before-tally
                   inspect oh-his-after(10:12) tallying ws-after-tally
                       for all ws-letter
                   inspect oh-his-before(10:12)
                       tallying ws-before-tally for all ws-letter
                   if ws-after-tally not = 0 and ws-before-tally = 0
                       move oh-his-date to ws-rev-granted
                           (ws-review-found, ws-letter-pos)
                       move oh-his-by to ws-rev-granted-by
                           (ws-review-found, ws-letter-pos)
                   end-if
               end-if
           end-perform
           exit section.

       report-one-operator section.
           add 1 to ws-operator-total
           if ws-rev-suspended(ws-review-num)
               move "SUSPENDED" to ws-status-text
               add 1 to ws-suspended-total
           else
               move "ACTIVE" to ws-status-text
           end-if
           move spaces to report-line
           if ws-rev-changed(ws-review-num) = spaces
               string ws-rev-id(ws-review-num) " " ws-status-text
                      " LAST CHANGED (before history)"
                      delimited by size into report-line
               end-string
           else
               string ws-rev-id(ws-review-num) " " ws-status-text
                      " LAST CHANGED " ws-rev-changed(ws-review-num)
                      delimited by size into report-line
               end-string
           end-if
           write report-line

           if ws-rev-letters(ws-review-num) = spaces
               move spaces to report-line
               move "                   (no letters)" to report-line
               write report-line
               exit section
           end-if
           perform varying ws-letter-pos from 1 by 1
                   until ws-letter-pos > 12
               if ws-rev-letters(ws-review-num)(ws-letter-pos:1)
                       not = space
                   add 1 to ws-letter-total
                   move spaces to report-line
                   if ws-rev-granted(ws-review-num, ws-letter-pos)
                           = spaces
                       add 1 to ws-undated-total
                       string "                   "
                              ws-rev-letters(ws-review-num)
                                  (ws-letter-pos:1)
                              "      (before history)"
                              delimited by size into report-line
                       end-string
                   else
                       string "                   "
                              ws-rev-letters(ws-review-num)
                                  (ws-letter-pos:1)
                              "      "
                              ws-rev-granted(ws-review-num,
                                             ws-letter-pos)
                              " "
                              ws-rev-granted-by(ws-review-num,
                                                ws-letter-pos)
                              delimited by size into report-line
                       end-string
                   end-if
                   write report-line
               end-if
           end-perform
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program AccessReview.
