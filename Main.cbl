           select suspense-file assign to dynamic ws-suspense-name
               organization is line sequential
               file status is ws-suspense-status.
           select ruleset-file assign to dynamic ws-ruleset-name
               organization is line sequential
               file status is ws-ruleset-status.

       data division.
       file section.
           05 pres-input            pic x(40).
           05 filler                pic x value space.
           05 pres-pair-id          pic x(8).
           05 filler                pic x value space.
           05 pres-final            pic x(100).
           05 filler                pic x value space.
           05 pres-ruleset-version  pic x(8).
           05 filler                pic x value space.
           05 pres-rule-count       pic 9(2).
           05 pres-rule-hits occurs 20.
               10 filler            pic x.
               10 pres-rule-hit     pic 9(4).

      *> mainrulesets.dat - named, ordered substitutions. A set opens
      *> with its header row (sequence 0000) giving the version, then
      *> one row per rule in ascending sequence: match mode as on a
      *> pair, the pattern, and the replacement (blank = remove).
       fd  ruleset-file.
       01  ruleset-record.
           05 rls-name              pic x(20).
           05 filler                pic x.
           05 rls-seq               pic x(4).
           05 rls-seq-num redefines rls-seq pic 9(4).
           05 filler                pic x.
           05 rls-body              pic x(203).
           05 rls-header redefines rls-body.
               10 rls-version       pic x(8).
               10 filler            pic x.
               10 rls-description   pic x(50).
               10 filler            pic x(144).
           05 rls-rule redefines rls-body.
               10 rls-match-mode    pic x.
               10 filler            pic x.
               10 rls-pattern       pic x(100).
               10 filler            pic x.
               10 rls-replacement   pic x(100).

       working-storage section.
       78 78-list-max-size         value 100.
               10 ws-sus-out-code   pic 9(4).
               10 ws-sus-out-pair   pic x(313).
       01 ws-suspense-num          pic 9(4) comp-x.
      *> Rule sets, loaded and checked once per batch. A pair with
      *> match mode S names a set in its substring column and has
      *> every rule of it applied in order, each to every occurrence,
      *> in the one pass; a set that is not on file or failed its
      *> checks sends the pair to suspense like any other bad pair.
       78 78-ruleset-max           value 50.
       78 78-rule-max              value 500.
       78 78-set-rule-max          value 20.
       01 ws-ruleset-status        pic x(2).
       01 ws-ruleset-eof           pic x value "N".
           88 ws-ruleset-eof-yes   value "Y".
       01 ws-ruleset-count         pic 9(4) comp-x value 0.
       01 ws-ruleset-table.
           05 ws-ruleset-entry occurs 78-ruleset-max.
               10 ws-rst-name       pic x(20).
               10 ws-rst-version    pic x(8).
               10 ws-rst-first      pic 9(4) comp-x.
               10 ws-rst-count      pic 9(4) comp-x.
               10 ws-rst-last-seq   pic 9(4).
               10 ws-rst-reason     pic x(30).
       01 ws-rule-count            pic 9(4) comp-x value 0.
       01 ws-rule-table.
           05 ws-rule-entry occurs 78-rule-max.
               10 ws-rul-mode        pic x.
               10 ws-rul-pattern     pic x(100).
               10 ws-rul-replacement pic x(100).
       01 ws-set-num               pic 9(4) comp-x.
       01 ws-set-current           pic 9(4) comp-x value 0.
       01 ws-rule-step             pic 9(4) comp-x.
       01 ws-rule-num              pic 9(4) comp-x.
       01 ws-set-reason            pic x(40).
       01 ws-rule-hit-table.
           05 ws-rule-hit-count occurs 78-set-rule-max pic 9(4).
       01 ws-report-name       pic x(45).
       01 ws-report-base       pic x(30) value
                               "main_report.log".
       01 ws-results-base      pic x(30).
       01 ws-results-name      pic x(45).
       01 ws-suspense-name     pic x(45).
       01 ws-ruleset-name      pic x(45).
       copy "ErrorCodes.cpy"       replacing ==()== by ==ws==.

       local-storage section.
       01 ls-audit-parms           pic x(60).
       01 ls-audit-rc              pic 9(4).
       01 ls-after-count           pic x(4) comp-x.
       01 ls-rule-found            pic x comp-x.
       01 ls-rule-hits             pic x(4) comp-x.
       01 ls-final-string          pic x(78-list-max-size).
       01 ls-refusal               pic x(40).
       01 ls-restrict-result       pic 9(4).
       01 ls-ct-buffer             pic x(100).
       01 ls-ct-count              pic 9(6) value 0.
       01 ls-ct-sum                pic 9(10) value 0.
           call "resolvename" using ws-resolve-base, ws-pairs-name
           move "mainsuspense.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-suspense-name
           move "mainrulesets.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-ruleset-name
           call "stampreport" using ws-report-base, ws-report-name
           open output main-report
           move function current-date to ls-report-timestamp
           move ws-results-base to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-results-name

           perform load-rule-sets

           if ws-reprocess-on
               perform load-suspense
               if ws-suspense-overflow-yes
               move ls-pair-seq to pw-pair-id
           end-if
           move pw-pair-id to ls-pair-id
           *> Restricted-word hits inside LinkedList are logged
           *> against the pair, as Main's own are.
           call "setoperator" using ls-pair-id
           move spaces to ls-refusal
           move pw-input to ls-cmdline
           move pw-substring to ls-substring
           move pw-replacement to ls-replacement
           move spaces to ws-set-reason
           if pw-match-mode = "S"
               perform find-rule-set
               if ws-set-reason not = spaces
                   move 78-ec-invalid-data to ls-init-return
                   perform suspend-pair
                   exit section
               end-if
           else
               *> Set the comparison mode for this pair even when the
               *> column is blank (exact), so one row's wildcard mode
               *> cannot leak into the next.
               move pw-match-mode to ls-match-mode
               call "setmatchmode" using ls-match-mode
           end-if

           display "Input: " function trim(ls-cmdline)
           call "initialize" using ls-cmdline, ws-head
           end-call

           if ls-init-return not = 78-ec-ok
               perform suspend-pair
               exit section
           end-if

           call "print" using ws-head

           if pw-match-mode = "S"
               perform apply-rule-set
           else
               if ls-replacement not = spaces
                   call "replace" using ws-head
                                       ls-substring
                                       ls-replacement
                                       ls-remove-found
                   end-call
                   call "lastrefusal" using ls-refusal
                   if ls-remove-found-true
                       display "Substring found and replaced."
                   else
                       display "Substring not found."
                   end-if
               else
                   call "remove" using ws-head
                                       ls-substring
                                       ls-remove-found
                   end-call
                   if ls-remove-found-true
                       display "Substring found and removed."
                   else
                       display "Substring not found."
                   end-if
               end-if
           end-if

           call "print" using ws-head

           call "count" using ws-head, ls-after-count
           call "liststring" using ws-head, ls-final-string

           *> Nothing on the restricted-word list with a block action
           *> reaches mainresults.dat: a replacement that would bring
           *> one in, or a result still carrying one, sends the pair
           *> to suspense with the reason. A flagged word is written
           *> and logged.
           if ls-refusal = spaces
               call "restrictcheck" using ls-report-program,
                                          ls-pair-id,
                                          ls-final-string,
                                          ls-restrict-result,
                                          ls-refusal
               if ls-restrict-result = 78-ec-ok
                   move spaces to ls-refusal
               end-if
           end-if
           if ls-refusal not = spaces
               call "deletenode" using ws-head
               move ls-refusal to ws-set-reason
               move 78-ec-invalid-data to ls-init-return
               perform suspend-pair
               exit section
           end-if
           move spaces to pair-result-record
           if pw-match-mode = "S"
               move ws-rst-version(ws-set-num) to pres-ruleset-version
               move ws-rst-count(ws-set-num) to pres-rule-count
               perform varying ws-rule-step from 1 by 1
                       until ws-rule-step > ws-rst-count(ws-set-num)
                   move ws-rule-hit-count(ws-rule-step)
                       to pres-rule-hit(ws-rule-step)
               end-perform
           end-if
           if ls-remove-found-true
               move "FND" to pres-status
           else
           move ls-substring to pres-substring
           move ls-cmdline to pres-input
           move ls-pair-id to pres-pair-id
           move ls-final-string to pres-final
           move pair-result-record to ls-ct-buffer
           call "cthash" using ls-ct-buffer,
                               ls-ct-count, ls-ct-sum
           call "deletenode" using ws-head
           exit section.

       suspend-pair section.
           *> One bad pair goes to suspense with its failure code; the
           *> rest of the batch keeps running. A full suspense table
           *> stops the step instead - a pair must never be dropped
           *> with nothing but a report line to show for it.
           if ws-suspense-out-count = 78-suspense-max
               perform abort-suspense-full
           end-if
           display "CODE: " ls-init-return
                   " - pair diverted to suspense."
           add 1 to ls-suspend-count
           add 1 to ws-suspense-out-count
           move ls-init-return
               to ws-sus-out-code(ws-suspense-out-count)
           move ws-pair-work
               to ws-sus-out-pair(ws-suspense-out-count)
           move spaces to report-line
           string "PAIR " ls-pair-id " SUSPENDED RC "
                  ls-init-return " " ws-set-reason
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       find-rule-set section.
           *> ws-set-num to the set the pair names, or ws-set-reason
           *> saying why it cannot be applied.
           move 0 to ws-set-num
           perform varying ws-rule-step from 1 by 1
                   until ws-rule-step > ws-ruleset-count
                      or ws-set-num not = 0
               if ws-rst-name(ws-rule-step) = ls-substring(1:20)
                       and ls-substring(21:) = spaces
                   move ws-rule-step to ws-set-num
               end-if
           end-perform
           if ws-set-num = 0
               move "RULE SET NOT ON FILE" to ws-set-reason
           else
               move ws-rst-reason(ws-set-num) to ws-set-reason
           end-if
           exit section.

       apply-rule-set section.
           *> Every rule in sequence against the list the rules before
           *> it left; a rule that empties the list leaves nothing for
           *> the rest to hit.
           set ls-remove-found-false to true
           perform varying ws-rule-step from 1 by 1
                   until ws-rule-step > ws-rst-count(ws-set-num)
               compute ws-rule-num =
                       ws-rst-first(ws-set-num) + ws-rule-step - 1
               move 0 to ls-rule-hits
               if ws-head not = null
                   move ws-rul-mode(ws-rule-num) to ls-match-mode
                   call "setmatchmode" using ls-match-mode
                   move ws-rul-pattern(ws-rule-num) to ls-substring
                   move 0 to ls-rule-found
                   if ws-rul-replacement(ws-rule-num) not = spaces
                       move ws-rul-replacement(ws-rule-num)
                           to ls-replacement
                       call "replaceall" using ws-head
                                               ls-substring
                                               ls-replacement
                                               ls-rule-found
                       end-call
                       if ls-refusal = spaces
                           call "lastrefusal" using ls-refusal
                       end-if
                   else
                       call "remove" using ws-head
                                           ls-substring
                                           ls-rule-found
                       end-call
                   end-if
                   call "lasthits" using ls-rule-hits
               end-if
               move ls-rule-hits to ws-rule-hit-count(ws-rule-step)
               if ls-rule-hits not = 0
                   set ls-remove-found-true to true
               end-if
           end-perform
           display "Rule set " function trim(ws-rst-name(ws-set-num))
                   " version " ws-rst-version(ws-set-num) " applied."
           move ws-rst-name(ws-set-num) to ls-substring
           exit section.

       load-rule-sets section.
           *> Checks as each set loads: a header row first with a
           *> version, rules numbered in ascending sequence, each with
           *> a pattern and a known match mode, at least one rule and
           *> no more than the result record can report, and the set's
           *> rows kept together. A failed set is still listed, with
           *> its reason, so the pairs naming it are suspended rather
           *> than taken for unknown.
           move 0 to ws-ruleset-count
           move 0 to ws-rule-count
           move 0 to ws-set-current
           open input ruleset-file
           if ws-ruleset-status not = "00"
               exit section
           end-if
           move "N" to ws-ruleset-eof
           perform until ws-ruleset-eof-yes
               read ruleset-file
                   at end
                       set ws-ruleset-eof-yes to true
                   not at end
                       if rls-name not = spaces
                               and rls-name(1:1) not = "*"
                           perform load-one-rule-row
                       end-if
               end-read
           end-perform
           close ruleset-file
           perform varying ws-set-num from 1 by 1
                   until ws-set-num > ws-ruleset-count
               if ws-rst-count(ws-set-num) = 0
                       and ws-rst-reason(ws-set-num) = spaces
                   move "RULE SET HAS NO RULES"
                       to ws-rst-reason(ws-set-num)
               end-if
               if ws-rst-reason(ws-set-num) not = spaces
                   move spaces to report-line
                   string "RULE SET " ws-rst-name(ws-set-num)
                          " FAILED: " ws-rst-reason(ws-set-num)
                          delimited by size into report-line
                   end-string
                   write report-line
               end-if
           end-perform
           exit section.

       load-one-rule-row section.
           if ws-set-current = 0
                   or ws-rst-name(ws-set-current) not = rls-name
               perform start-rule-set
               if ws-set-current = 0
                   exit section
               end-if
           end-if
           if ws-rst-reason(ws-set-current) not = spaces
               exit section
           end-if
           if rls-seq not numeric
               move "SEQUENCE NOT NUMERIC"
                   to ws-rst-reason(ws-set-current)
               exit section
           end-if
           if rls-seq-num = 0
               if ws-rst-version(ws-set-current) not = spaces
                       or ws-rst-count(ws-set-current) not = 0
                   move "HEADER ROW NOT FIRST"
                       to ws-rst-reason(ws-set-current)
               else
                   if rls-version = spaces
                       move "VERSION BLANK"
                           to ws-rst-reason(ws-set-current)
                   else
                       move rls-version
                           to ws-rst-version(ws-set-current)
                   end-if
               end-if
               exit section
           end-if
           evaluate true
               when ws-rst-version(ws-set-current) = spaces
                   move "NO VERSION HEADER ROW"
                       to ws-rst-reason(ws-set-current)
               when rls-seq-num <= ws-rst-last-seq(ws-set-current)
                   move "RULES OUT OF SEQUENCE"
                       to ws-rst-reason(ws-set-current)
               when rls-match-mode not = space
                       and rls-match-mode not = "E"
                       and rls-match-mode not = "C"
                       and rls-match-mode not = "W"
                       and rls-match-mode not = "B"
                   move "BAD MATCH MODE IN RULE"
                       to ws-rst-reason(ws-set-current)
               when rls-pattern = spaces
                   move "RULE PATTERN BLANK"
                       to ws-rst-reason(ws-set-current)
               when ws-rst-count(ws-set-current) = 78-set-rule-max
                   move "MORE THAN 20 RULES"
                       to ws-rst-reason(ws-set-current)
               when ws-rule-count = 78-rule-max
                   move "RULE TABLE FULL"
                       to ws-rst-reason(ws-set-current)
               when other
                   add 1 to ws-rule-count
                   add 1 to ws-rst-count(ws-set-current)
                   move rls-seq-num
                       to ws-rst-last-seq(ws-set-current)
                   move rls-match-mode to ws-rul-mode(ws-rule-count)
                   move rls-pattern to ws-rul-pattern(ws-rule-count)
                   move rls-replacement
                       to ws-rul-replacement(ws-rule-count)
           end-evaluate
           exit section.

       start-rule-set section.
           *> A name already seen means the set's rows are split
           *> across the file - it cannot be trusted as written.
           move 0 to ws-set-current
           perform varying ws-set-num from 1 by 1
                   until ws-set-num > ws-ruleset-count
                      or ws-set-current not = 0
               if ws-rst-name(ws-set-num) = rls-name
                   move ws-set-num to ws-set-current
                   move "SET ROWS NOT TOGETHER"
                       to ws-rst-reason(ws-set-current)
               end-if
           end-perform
           if ws-set-current not = 0
               exit section
           end-if
           if ws-ruleset-count = 78-ruleset-max
               display "WARNING: mainrulesets.dat holds more than "
                       "the rule-set table - set "
                       function trim(rls-name) " not loaded."
               exit section
           end-if
           add 1 to ws-ruleset-count
           move ws-ruleset-count to ws-set-current
           move rls-name to ws-rst-name(ws-set-current)
           move spaces to ws-rst-version(ws-set-current)
           compute ws-rst-first(ws-set-current) = ws-rule-count + 1
           move 0 to ws-rst-count(ws-set-current)
           move 0 to ws-rst-last-seq(ws-set-current)
           move spaces to ws-rst-reason(ws-set-current)
           exit section.

       abort-suspense-full section.
           display "ERROR: the suspense file is full - pair "
                   ls-pair-id " cannot be diverted. Correct and "
