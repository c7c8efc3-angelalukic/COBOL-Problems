      $set sourceformat(variable)
       identification division.
       program-id. WordNearDup.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select word-file assign to dynamic ws-word-name
               organization is line sequential
               file status is ws-word-status.
           select neardup-report assign to dynamic ws-neardup-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  word-file.
       01  word-record          pic x(80).

       fd  neardup-report.
       01  report-line          pic x(80).

       working-storage section.
      *> Lists the groups of near-duplicate words already on the word
      *> list - variants in case, swapped letters, one-letter typos
      *> and sound-alikes that reached the list before WordMaint
      *> screened additions - so they can be cleaned up with DEL or
      *> CHG transactions. Each group is headed by the first of its
      *> words in list order, with every later word that WordSimilar
      *> finds close to it and the reason; a word belongs to one
      *> group only.
       78 78-word-max          value 5000.
       01 ws-word-name         pic x(45).
       01 ws-neardup-rpt-name  pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-word-status       pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-word-count        pic 9(4) comp-x value 0.
       01 ws-word-table.
           05 ws-word-entry occurs 78-word-max.
               10 ws-list-word     pic x(20).
               10 ws-list-grouped  pic x.
                   88 ws-list-grouped-yes value "Y".
       01 ws-table-full        pic x value "N".
           88 ws-table-full-yes value "Y".
       01 ws-leader-num        pic 9(4) comp-x.
       01 ws-other-num         pic 9(4) comp-x.
       01 ws-leader-word       pic x(20).
       01 ws-other-word        pic x(20).
       01 ws-like-reason       pic x(4).
       01 ws-group-open        pic x value "N".
           88 ws-group-open-yes value "Y".
       01 ws-group-count       pic 9(6) value 0.
       01 ws-grouped-words     pic 9(6) value 0.
       01 ws-words-checked     pic 9(6) value 0.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "wordlist.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-word-name
           move "wordneardup_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-neardup-rpt-name

           open output neardup-report
           move function current-date to ws-report-timestamp
           move "WordNearDup" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           perform load-words
           if ws-word-status not = "00"
               move "wordlist.dat NOT FOUND - NOTHING CHECKED"
                   to report-line
               write report-line
               move 78-ec-no-records to ws-return-code
           end-if
           if ws-table-full-yes
               move spaces to report-line
               string "wordlist.dat HOLDS MORE THAN " ws-words-checked
                      " WORDS - NOT CHECKED"
                      delimited by size into report-line
               end-string
               write report-line
               move 0 to ws-words-checked
               move 78-ec-table-size to ws-return-code
           end-if

           if ws-return-code = 0
               move spaces to report-line
               write report-line
               move "NEAR-DUPLICATE GROUPS:" to report-line
               write report-line
               perform varying ws-leader-num from 1 by 1
                       until ws-leader-num > ws-word-count
                   if not ws-list-grouped-yes(ws-leader-num)
                       perform build-one-group
                   end-if
               end-perform
               if ws-group-count = 0
                   move "  (none)" to report-line
                   write report-line
               end-if
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "WORDS CHECKED: " ws-words-checked
                  " GROUPS: " ws-group-count
                  " WORDS IN GROUPS: " ws-grouped-words
                  delimited by size into report-line
           end-string
           write report-line

           if ws-return-code = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           move ws-words-checked to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close neardup-report

           if ws-group-count not = 0
               display ws-group-count " near-duplicate group(s) on the "
                       "word list - see wordneardup_report.log."
           end-if
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning ws-return-code.

       load-words section.
           move 0 to ws-word-count
           open input word-file
           if ws-word-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read word-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       *> The extract closes with its control-total
                       *> trailer, which is not a word.
                       if word-record not = spaces
                               and not (word-record(1:3) = "TRL"
                                        and word-record(4:16) is numeric)
                           if ws-word-count = 78-word-max
                               set ws-table-full-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-word-count
                               move word-record(1:20)
                                   to ws-list-word(ws-word-count)
                               move "N" to ws-list-grouped(ws-word-count)
                           end-if
                       end-if
               end-read
           end-perform
           close word-file
           move ws-word-count to ws-words-checked
           exit section.

       build-one-group section.
           move "N" to ws-group-open
           move ws-list-word(ws-leader-num) to ws-leader-word
           perform varying ws-other-num from ws-leader-num by 1
                   until ws-other-num >= ws-word-count
               if not ws-list-grouped-yes(ws-other-num + 1)
                   move ws-list-word(ws-other-num + 1) to ws-other-word
                   call "wordsimilar" using ws-leader-word,
                                            ws-other-word,
                                            ws-like-reason
                   if ws-like-reason not = spaces
                       if not ws-group-open-yes
                           perform open-group
                       end-if
                       set ws-list-grouped-yes(ws-other-num + 1)
                           to true
                       add 1 to ws-grouped-words
                       move spaces to report-line
                       string "    " ws-other-word " (" ws-like-reason
                              ")"
                              delimited by size into report-line
                       end-string
                       write report-line
                   end-if
               end-if
           end-perform
           exit section.

       open-group section.
           set ws-group-open-yes to true
           set ws-list-grouped-yes(ws-leader-num) to true
           add 1 to ws-group-count
           add 1 to ws-grouped-words
           move spaces to report-line
           string "  GROUP " ws-group-count ": " ws-leader-word
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       end program WordNearDup.
