      $set sourceformat(variable)
       identification division.
       program-id. ConfigPromote.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select config-file assign to dynamic ws-config-name
               organization is line sequential
               file status is ws-config-status.
           select history-file assign to dynamic ws-history-name
               organization is line sequential
               file status is ws-history-status.
           select promote-report assign to dynamic ws-promote-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  config-file.
       01  config-line          pic x(250).

      *> configpromote.dat - one row per promotion or rollback: the
      *> file, the stamp of the PROD version it replaced (kept as
      *> <stem>_prev_<stamp>.dat; blank when there was no PROD copy),
      *> for a rollback the stamp of the kept version it put back,
      *> the requesting and approving operators, the environment
      *> promoted from (PROD for a rollback) and the records installed.
       fd  history-file.
       01  history-record.
           05 hst-date             pic x(8).
           05 filler               pic x.
           05 hst-time             pic x(6).
           05 filler               pic x.
           05 hst-action           pic x(4).
               88 hst-promotion    value "PROM".
               88 hst-rollback     value "ROLL".
           05 filler               pic x.
           05 hst-file             pic x(30).
           05 filler               pic x.
           05 hst-kept             pic x(14).
           05 filler               pic x.
           05 hst-restored         pic x(14).
           05 filler               pic x.
           05 hst-requester        pic x(8).
           05 filler               pic x.
           05 hst-approver         pic x(8).
           05 filler               pic x.
           05 hst-env              pic x(8).
           05 filler               pic x.
           05 hst-records          pic 9(6).

       fd  promote-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Moves a configuration file tuned in another environment
      *> (TEST by default) over its PROD copy: D shows the differences
      *> field by field, P promotes, R rolls PROD back to the version
      *> the last promotion replaced. A promotion or rollback needs a
      *> requesting operator and a second, different operator with
      *> promotion authority (P) to approve it. The new copy is
      *> written beside PROD and read back before PROD is touched;
      *> PROD is then swapped by renaming, so a reader never sees a
      *> half-written file, and the replaced version is kept.
      *> Records are paired on their leading key fields (as many as
      *> the table gives) and compared on every field of the file's
      *> recordlayouts.dat layout.
       78 78-config-count      value 10.
       78 78-line-max          value 500.
       01 ws-config-table-values.
           05 filler pic x(31) value "batchcontrol.dat              1".
           05 filler pic x(31) value "batchpolicy.dat               2".
           05 filler pic x(31) value "editrules.dat                 3".
           05 filler pic x(31) value "wordcategories.dat            1".
           05 filler pic x(31) value "notifyroutes.dat              3".
           05 filler pic x(31) value "arrivalschedule.dat           1".
           05 filler pic x(31) value "mainrulesets.dat              2".
           05 filler pic x(31) value "chargerates.dat               3".
           05 filler pic x(31) value "outboundfiles.dat             2".
           05 filler pic x(31) value "fileregistry.dat              1".
       01 ws-config-table redefines ws-config-table-values.
           05 ws-config-entry occurs 78-config-count.
               10 ws-cfg-name      pic x(30).
               10 ws-cfg-key-fields pic 9.
       01 ws-config-num        pic 9(4) comp-x.
       01 ws-config-found      pic 9(4) comp-x.
       01 ws-config-name       pic x(45).
       01 ws-config-status     pic x(2).
       01 ws-config-eof        pic x value "N".
           88 ws-config-eof-yes value "Y".
       01 ws-history-name      pic x(45).
       01 ws-history-status    pic x(2).
       01 ws-history-eof       pic x value "N".
           88 ws-history-eof-yes value "Y".
       01 ws-promote-rpt-name  pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-action            pic x value space.
           88 ws-action-diff   value "D".
           88 ws-action-promote value "P".
           88 ws-action-rollback value "R".
       01 ws-file-name         pic x(30).
       01 ws-source-env        pic x(8).
       01 ws-prod-env          pic x(8) value "PROD".
       01 ws-stem-length       pic 9(4) comp-x.
       01 ws-stamp             pic x(14).
       01 ws-today             pic x(21).
       01 ws-prod-name         pic x(45).
       01 ws-source-name       pic x(45).
       01 ws-kept-name         pic x(45).
       01 ws-new-name          pic x(45).
       01 ws-version-stamp     pic x(14).
       01 ws-restore-stamp     pic x(14) value spaces.
       01 ws-file-rc           pic x(4) comp-5 value 0.
      *> Side 1 is what would be installed (the source environment's
      *> copy, or for a rollback the kept version), side 2 is PROD.
       78 78-side-new          value 1.
       78 78-side-prod         value 2.
       01 ws-side-num          pic 9 comp-x.
       01 ws-config-sides.
           05 ws-side occurs 2.
               10 ws-side-label    pic x(20).
               10 ws-side-count    pic 9(4) comp-x.
               10 ws-side-present  pic x.
                   88 ws-side-present-yes value "Y".
               10 ws-side-overflow pic x.
                   88 ws-side-overflow-yes value "Y".
               10 ws-side-entry occurs 78-line-max.
                   15 ws-side-line     pic x(250).
                   15 ws-side-pair     pic 9(4) comp-x.
       01 ws-line-num          pic 9(4) comp-x.
       01 ws-other-num         pic 9(4) comp-x.
       01 ws-line-display      pic 9(4).
       01 ws-other-display     pic 9(4).
       01 ws-key-length        pic 9(4) comp-x.
       01 ws-highest-pair      pic 9(4) comp-x.
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-field-changed     pic x.
           88 ws-field-changed-yes value "Y".
       01 ws-new-value         pic x(100).
       01 ws-prod-value        pic x(100).
       01 ws-layout-name       pic x(25).
       01 ws-layout-result     pic 9(4).
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-added-count       pic 9(4) value 0.
       01 ws-removed-count     pic 9(4) value 0.
       01 ws-changed-count     pic 9(4) value 0.
       01 ws-moved-count       pic 9(4) value 0.
       01 ws-same-count        pic 9(4) value 0.
       01 ws-difference-count  pic 9(4) value 0.
       01 ws-requester         pic x(8) value spaces.
       01 ws-approver          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-confirm           pic x value space.
       01 ws-approved          pic x value "N".
           88 ws-approved-yes  value "Y".
       01 ws-verify-ok         pic x.
           88 ws-verify-ok-yes value "Y".
       01 ws-installed-count   pic 9(6) value 0.
      *> Promotions of the file on configpromote.dat, oldest first,
      *> and whether a rollback has already put their kept version
      *> back.
       78 78-history-max       value 200.
       01 ws-promo-count       pic 9(4) comp-x value 0.
       01 ws-promo-table.
           05 ws-promo-entry occurs 78-history-max.
               10 ws-promo-kept    pic x(14).
               10 ws-promo-undone  pic x.
                   88 ws-promo-undone-yes value "Y".
       01 ws-promo-num         pic 9(4) comp-x.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-program     pic x(20) value "ConfigPromote".
       01 ws-audit-event       pic x(5).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-action from argument-value
           move function upper-case(ws-action) to ws-action
           move 2 to ws-arg-index
           display ws-arg-index upon argument-number
           move spaces to ws-file-name
           accept ws-file-name from argument-value
           move function lower-case(ws-file-name) to ws-file-name
           move 3 to ws-arg-index
           display ws-arg-index upon argument-number
           move spaces to ws-source-env
           accept ws-source-env from argument-value
           move function upper-case(ws-source-env) to ws-source-env
           if ws-source-env = spaces
               move "TEST" to ws-source-env
           end-if

           move 0 to ws-config-found
           perform varying ws-config-num from 1 by 1
                   until ws-config-num > 78-config-count
               if ws-cfg-name(ws-config-num) = ws-file-name
                   move ws-config-num to ws-config-found
               end-if
           end-perform
           if (not ws-action-diff and not ws-action-promote
                   and not ws-action-rollback)
                   or ws-config-found = 0 or ws-source-env = "PROD"
               display "Usage: ConfigPromote D|P|R config-file "
                       "[environment, default TEST]"
               display "Configuration files that can be promoted:"
               perform varying ws-config-num from 1 by 1
                       until ws-config-num > 78-config-count
                   display "  " ws-cfg-name(ws-config-num)
               end-perform
               goback returning 78-ec-invalid-data
           end-if

           move "configpromote.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-history-name
           move "configpromote_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-promote-rpt-name

           *> A promotion or rollback starts with the operator asking
           *> for it; the approver signs on once the differences
           *> have been shown.
           if not ws-action-diff
               display "Requesting operator id: " with no advancing
               accept ws-requester
               move function upper-case(ws-requester) to ws-requester
               move space to ws-op-function
               call "opsignon" using ws-requester, ws-op-function,
                                     ws-op-result
               if ws-op-result not = 0
                   goback returning 78-ec-invalid-data
               end-if
           end-if

           open output promote-report
           move function current-date to ws-report-timestamp
           move "ConfigPromote" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "ACTION=" ws-action
                  " FILE=" function trim(ws-file-name)
                  " FROM=" function trim(ws-source-env)
                  " OP=" function trim(ws-requester)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-audit-program, ws-audit-parms

           move function current-date to ws-today
           move ws-today(1:14) to ws-stamp
           compute ws-stem-length =
                   function length(function trim(ws-file-name)) - 4
           move ws-file-name to ws-resolve-base
           call "resolveenv" using ws-prod-env, ws-resolve-base,
                                   ws-prod-name

           *> What would be installed: the source environment's copy,
           *> or for a rollback the version the last promotion kept.
           if ws-action-rollback
               perform find-rollback-version
               if ws-return-code not = 0
                   perform finish-run
                   goback returning ws-return-code
               end-if
               move ws-restore-stamp to ws-version-stamp
               perform derive-kept-name
               move ws-kept-name to ws-source-name
               move spaces to ws-side-label(78-side-new)
               string "KEPT " ws-restore-stamp
                      delimited by size into ws-side-label(78-side-new)
               end-string
           else
               call "resolveenv" using ws-source-env, ws-resolve-base,
                                       ws-source-name
               move ws-source-env to ws-side-label(78-side-new)
           end-if
           move "PROD" to ws-side-label(78-side-prod)

           move 78-side-new to ws-side-num
           move ws-source-name to ws-config-name
           perform load-side
           move 78-side-prod to ws-side-num
           move ws-prod-name to ws-config-name
           perform load-side

           if not ws-side-present-yes(78-side-new)
               move spaces to report-line
               string function trim(ws-source-name)
                      " NOT FOUND - NOTHING TO COMPARE"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-no-records to ws-return-code
               perform finish-run
               goback returning ws-return-code
           end-if
           if ws-side-overflow-yes(78-side-new)
                   or ws-side-overflow-yes(78-side-prod)
               move spaces to report-line
               string "MORE THAN 500 LINES ON "
                      function trim(ws-file-name)
                      " - TOO LARGE TO PROMOTE HERE"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-table-size to ws-return-code
               perform finish-run
               goback returning ws-return-code
           end-if

           perform compare-sides

           if ws-action-diff
               perform finish-run
               goback returning ws-return-code
           end-if
           if ws-difference-count = 0
               move "NO DIFFERENCES - PROD LEFT AS IT IS" to report-line
               perform emit-line
               perform finish-run
               goback returning ws-return-code
           end-if

           perform obtain-approval
           if not ws-approved-yes
               perform finish-run
               goback returning ws-return-code
           end-if

           perform install-new-side
           if ws-return-code = 0
               perform record-promotion
           end-if
           perform finish-run
           goback returning ws-return-code.

       load-side section.
           move 0 to ws-side-count(ws-side-num)
           move "N" to ws-side-present(ws-side-num)
           move "N" to ws-side-overflow(ws-side-num)
           open input config-file
           if ws-config-status not = "00"
               exit section
           end-if
           set ws-side-present-yes(ws-side-num) to true
           move "N" to ws-config-eof
           perform until ws-config-eof-yes
               read config-file
                   at end
                       set ws-config-eof-yes to true
                   not at end
                       if ws-side-count(ws-side-num) = 78-line-max
                           set ws-side-overflow-yes(ws-side-num)
                               to true
                           set ws-config-eof-yes to true
                       else
                           add 1 to ws-side-count(ws-side-num)
                           move ws-side-count(ws-side-num)
                               to ws-line-num
                           move config-line to
                               ws-side-line(ws-side-num, ws-line-num)
                           move 0 to
                               ws-side-pair(ws-side-num, ws-line-num)
                       end-if
               end-read
           end-perform
           close config-file
           exit section.

       compare-sides section.
           move ws-file-name to ws-layout-name
           call "layoutget" using ws-layout-name, ws-layout-table,
                                  ws-layout-result
           *> The key is the leading fields the table names; a file
           *> the layout catalog does not know is compared line for
           *> line on its whole text.
           if ws-lyt-count >= ws-cfg-key-fields(ws-config-found)
                   and ws-lyt-count > 0
               move ws-cfg-key-fields(ws-config-found) to ws-field-num
               compute ws-key-length = ws-lyt-start(ws-field-num)
                       + ws-lyt-length(ws-field-num) - 1
           else
               move 250 to ws-key-length
           end-if

           move spaces to report-line
           string "COMPARING " function trim(ws-side-label(78-side-new))
                  " " function trim(ws-source-name)
                  " WITH " function trim(ws-side-label(78-side-prod))
                  " " function trim(ws-prod-name)
                  delimited by size into report-line
           end-string
           perform emit-line
           if not ws-side-present-yes(78-side-prod)
               move "  (no PROD copy yet - every record is new)"
                   to report-line
               perform emit-line
           end-if

           *> Pair each record with the first unpaired PROD record
           *> carrying the same key, in file order.
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-side-count(78-side-new)
               if ws-side-line(78-side-new, ws-line-num) not = spaces
                   perform varying ws-other-num from 1 by 1
                           until ws-other-num
                                 > ws-side-count(78-side-prod)
                              or ws-side-pair(78-side-new, ws-line-num)
                                 not = 0
                       if ws-side-pair(78-side-prod, ws-other-num) = 0
                               and ws-side-line(78-side-prod,
                                       ws-other-num)(1:ws-key-length)
                                 = ws-side-line(78-side-new,
                                       ws-line-num)(1:ws-key-length)
                           move ws-other-num to
                               ws-side-pair(78-side-new, ws-line-num)
                           move ws-line-num to
                               ws-side-pair(78-side-prod, ws-other-num)
                       end-if
                   end-perform
               end-if
           end-perform

           move 0 to ws-highest-pair
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-side-count(78-side-new)
               if ws-side-line(78-side-new, ws-line-num) not = spaces
                   move ws-side-pair(78-side-new, ws-line-num)
                       to ws-other-num
                   if ws-other-num = 0
                       perform report-added
                   else
                       perform report-paired
                   end-if
               end-if
           end-perform
           perform varying ws-other-num from 1 by 1
                   until ws-other-num > ws-side-count(78-side-prod)
               if ws-side-line(78-side-prod, ws-other-num) not = spaces
                       and ws-side-pair(78-side-prod, ws-other-num) = 0
                   perform report-removed
               end-if
           end-perform

           compute ws-difference-count = ws-added-count
                   + ws-removed-count + ws-changed-count
                   + ws-moved-count
           move spaces to report-line
           perform emit-line
           move spaces to report-line
           string "ADDED: " ws-added-count
                  " REMOVED: " ws-removed-count
                  " CHANGED: " ws-changed-count
                  " MOVED: " ws-moved-count
                  " UNCHANGED: " ws-same-count
                  delimited by size into report-line
           end-string
           perform emit-line
           exit section.

       report-added section.
           add 1 to ws-added-count
           move ws-line-num to ws-line-display
           move spaces to report-line
           string "ADDED   LINE " ws-line-display ": "
                  ws-side-line(78-side-new, ws-line-num)(1:100)
                  delimited by size into report-line
           end-string
           perform emit-line
           exit section.

       report-removed section.
           add 1 to ws-removed-count
           move ws-other-num to ws-other-display
           move spaces to report-line
           string "REMOVED LINE " ws-other-display ": "
                  ws-side-line(78-side-prod, ws-other-num)(1:100)
                  delimited by size into report-line
           end-string
           perform emit-line
           exit section.

       report-paired section.
           *> PROD order is kept unless a record now comes ahead of
           *> one it used to follow - batchcontrol.dat's step order is
           *> the chain's running order, so that is a difference too.
           if ws-other-num < ws-highest-pair
               add 1 to ws-moved-count
               move ws-line-num to ws-line-display
               move ws-other-num to ws-other-display
               move spaces to report-line
               string "MOVED   LINE " ws-line-display
                      " (PROD LINE " ws-other-display "): "
                      ws-side-line(78-side-new, ws-line-num)
                          (1:ws-key-length)
                      delimited by size into report-line
               end-string
               perform emit-line
           else
               move ws-other-num to ws-highest-pair
           end-if

           if ws-side-line(78-side-new, ws-line-num)
                   = ws-side-line(78-side-prod, ws-other-num)
               add 1 to ws-same-count
               exit section
           end-if

           add 1 to ws-changed-count
           move ws-line-num to ws-line-display
           move spaces to report-line
           string "CHANGED LINE " ws-line-display ": "
                  ws-side-line(78-side-new, ws-line-num)
                      (1:ws-key-length)
                  delimited by size into report-line
           end-string
           perform emit-line
           move "N" to ws-field-changed
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
               perform compare-one-field
           end-perform
           *> Text the layout does not cover (or a file with no
           *> layout) is shown whole.
           if not ws-field-changed-yes
               move spaces to report-line
               string "    " ws-side-label(78-side-prod)(1:8) ": "
                      ws-side-line(78-side-prod, ws-other-num)(1:100)
                      delimited by size into report-line
               end-string
               perform emit-line
               move spaces to report-line
               string "    " ws-side-label(78-side-new)(1:8) ": "
                      ws-side-line(78-side-new, ws-line-num)(1:100)
                      delimited by size into report-line
               end-string
               perform emit-line
           end-if
           exit section.

       compare-one-field section.
           move spaces to ws-new-value
           move spaces to ws-prod-value
           move ws-side-line(78-side-new, ws-line-num)
                   (ws-lyt-start(ws-field-num):
                    ws-lyt-length(ws-field-num))
               to ws-new-value
           move ws-side-line(78-side-prod, ws-other-num)
                   (ws-lyt-start(ws-field-num):
                    ws-lyt-length(ws-field-num))
               to ws-prod-value
           if ws-new-value = ws-prod-value
               exit section
           end-if
           set ws-field-changed-yes to true
           move spaces to report-line
           string "    " ws-lyt-field(ws-field-num) " "
                  ws-side-label(78-side-prod)(1:8) ": "
                  ws-prod-value
                  delimited by size into report-line
           end-string
           perform emit-line
           move spaces to report-line
           string "    " ws-lyt-field(ws-field-num) " "
                  ws-side-label(78-side-new)(1:8) ": "
                  ws-new-value
                  delimited by size into report-line
           end-string
           perform emit-line
           exit section.

       obtain-approval section.
           if ws-action-rollback
               display "Roll PROD " function trim(ws-file-name)
                       " back to the version kept at "
                       ws-restore-stamp " (Y/N)? " with no advancing
           else
               display "Promote these differences to PROD "
                       function trim(ws-file-name) " (Y/N)? "
                       with no advancing
           end-if
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               move "NOT CONFIRMED BY THE REQUESTING OPERATOR - PROD LEFT AS IT IS"
                   to report-line
               perform emit-line
               exit section
           end-if

           display "Approving operator id (promotion authority): "
                   with no advancing
           accept ws-approver
           move function upper-case(ws-approver) to ws-approver
           if ws-approver = ws-requester or ws-approver = spaces
               display "ERROR: a second operator must approve - not "
                       "the one who asked for it."
               move "APPROVAL REFUSED - APPROVER MUST BE A DIFFERENT OPERATOR"
                   to report-line
               perform emit-line
               move 78-ec-invalid-data to ws-return-code
               exit section
           end-if
           move "P" to ws-op-function
           call "opsignon" using ws-approver, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               move spaces to report-line
               string "APPROVAL REFUSED - " function trim(ws-approver)
                      " NOT SIGNED ON WITH PROMOTION AUTHORITY"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-invalid-data to ws-return-code
               exit section
           end-if
           set ws-approved-yes to true
           exit section.

       install-new-side section.
           *> Written and read back beside PROD first; PROD is only
           *> renamed aside once the copy is known to be whole.
           move spaces to ws-resolve-base
           string ws-file-name(1:ws-stem-length) "_new_" ws-stamp
                  ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolveenv" using ws-prod-env, ws-resolve-base,
                                   ws-new-name
           move ws-new-name to ws-config-name
           open output config-file
           if ws-config-status not = "00"
               move spaces to report-line
               string "CANNOT WRITE " function trim(ws-new-name)
                      " - PROD LEFT AS IT IS"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-verify-mismatch to ws-return-code
               exit section
           end-if
           perform varying ws-line-num from 1 by 1
                   until ws-line-num > ws-side-count(78-side-new)
               write config-line
                   from ws-side-line(78-side-new, ws-line-num)
           end-perform
           close config-file

           set ws-verify-ok-yes to true
           move 0 to ws-line-num
           open input config-file
           if ws-config-status not = "00"
               move "N" to ws-verify-ok
           else
               move "N" to ws-config-eof
               perform until ws-config-eof-yes
                   read config-file
                       at end
                           set ws-config-eof-yes to true
                       not at end
                           add 1 to ws-line-num
                           if ws-line-num > ws-side-count(78-side-new)
                               move "N" to ws-verify-ok
                           else
                               if config-line not = ws-side-line(
                                       78-side-new, ws-line-num)
                                   move "N" to ws-verify-ok
                               end-if
                           end-if
                   end-read
               end-perform
               close config-file
           end-if
           if ws-line-num not = ws-side-count(78-side-new)
               move "N" to ws-verify-ok
           end-if
           if not ws-verify-ok-yes
               call "CBL_DELETE_FILE" using ws-new-name
                   returning ws-file-rc
               end-call
               move spaces to report-line
               string "COPY DID NOT READ BACK WHOLE - PROD LEFT AS IT "
                      "IS"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-verify-mismatch to ws-return-code
               exit section
           end-if

           *> The PROD version being replaced is kept under its stamp;
           *> a first promotion has nothing to keep.
           move spaces to ws-version-stamp
           if ws-side-present-yes(78-side-prod)
               move ws-stamp to ws-version-stamp
               perform derive-kept-name
               call "CBL_RENAME_FILE" using ws-prod-name, ws-kept-name
                   returning ws-file-rc
               end-call
               if ws-file-rc not = 0
                   call "CBL_DELETE_FILE" using ws-new-name
                       returning ws-file-rc
                   end-call
                   move spaces to report-line
                   string "CANNOT SET PROD ASIDE AS "
                          function trim(ws-kept-name)
                          " - PROD LEFT AS IT IS"
                          delimited by size into report-line
                   end-string
                   perform emit-line
                   move 78-ec-verify-mismatch to ws-return-code
                   exit section
               end-if
           end-if

           call "CBL_RENAME_FILE" using ws-new-name, ws-prod-name
               returning ws-file-rc
           end-call
           if ws-file-rc not = 0
               if ws-version-stamp not = spaces
                   call "CBL_RENAME_FILE" using ws-kept-name,
                                                ws-prod-name
                       returning ws-file-rc
                   end-call
               end-if
               move spaces to report-line
               string "CANNOT INSTALL " function trim(ws-new-name)
                      " AS PROD - PROD PUT BACK AS IT WAS"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-verify-mismatch to ws-return-code
               exit section
           end-if

           move ws-side-count(78-side-new) to ws-installed-count
           move ws-installed-count to ws-audit-count
           move spaces to report-line
           if ws-action-rollback
               string "PROD " function trim(ws-prod-name)
                      " ROLLED BACK TO VERSION " ws-restore-stamp
                      delimited by size into report-line
               end-string
           else
               string "PROD " function trim(ws-prod-name)
                      " REPLACED FROM " function trim(ws-source-env)
                      " (" ws-installed-count " LINES)"
                      delimited by size into report-line
               end-string
           end-if
           perform emit-line
           if ws-version-stamp not = spaces
               move spaces to report-line
               string "REPLACED VERSION KEPT AS "
                      function trim(ws-kept-name)
                      delimited by size into report-line
               end-string
               perform emit-line
           end-if
           move spaces to report-line
           string "REQUESTED BY " ws-requester
                  " APPROVED BY " ws-approver
                  delimited by size into report-line
           end-string
           perform emit-line
           exit section.

       record-promotion section.
           move spaces to history-record
           move ws-stamp(1:8) to hst-date
           move ws-stamp(9:6) to hst-time
           if ws-action-rollback
               set hst-rollback to true
               move ws-restore-stamp to hst-restored
               move "ROLLB" to ws-audit-event
           else
               set hst-promotion to true
               move "PROMO" to ws-audit-event
           end-if
           move ws-file-name to hst-file
           move ws-version-stamp to hst-kept
           move ws-requester to hst-requester
           move ws-approver to hst-approver
           if ws-action-rollback
               move ws-prod-env to hst-env
           else
               move ws-source-env to hst-env
           end-if
           move ws-installed-count to hst-records
           open extend history-file
           if ws-history-status = "35"
               open output history-file
           end-if
           if ws-history-status = "00"
               write history-record
               close history-file
           end-if

           move spaces to ws-audit-parms
           if ws-action-rollback
               string function trim(ws-file-name)
                      " REQ=" function trim(ws-requester)
                      " APR=" function trim(ws-approver)
                      " TO=" ws-restore-stamp
                      delimited by size into ws-audit-parms
               end-string
           else
               string function trim(ws-file-name)
                      " REQ=" function trim(ws-requester)
                      " APR=" function trim(ws-approver)
                      " FROM=" function trim(ws-source-env)
                      delimited by size into ws-audit-parms
               end-string
           end-if
           call "auditevent" using ws-audit-program, ws-audit-event,
                                   ws-audit-parms
           exit section.

       find-rollback-version section.
           *> The latest promotion whose kept version no rollback has
           *> put back yet; rolling back again steps further back.
           move 0 to ws-promo-count
           open input history-file
           if ws-history-status = "00"
               move "N" to ws-history-eof
               perform until ws-history-eof-yes
                   read history-file
                       at end
                           set ws-history-eof-yes to true
                       not at end
                           if hst-file = ws-file-name
                               perform note-history-row
                           end-if
                   end-read
               end-perform
               close history-file
           end-if

           move spaces to ws-restore-stamp
           perform varying ws-promo-num from ws-promo-count by -1
                   until ws-promo-num = 0
                      or ws-restore-stamp not = spaces
               if not ws-promo-undone-yes(ws-promo-num)
                   if ws-promo-kept(ws-promo-num) = spaces
                       move 0 to ws-promo-num
                       exit perform
                   end-if
                   move ws-promo-kept(ws-promo-num) to ws-restore-stamp
               end-if
           end-perform

           if ws-restore-stamp = spaces
               move spaces to report-line
               string "NO KEPT VERSION OF " function trim(ws-file-name)
                      " TO ROLL BACK TO"
                      delimited by size into report-line
               end-string
               perform emit-line
               move 78-ec-no-records to ws-return-code
           end-if
           exit section.

       note-history-row section.
           if hst-promotion and ws-promo-count < 78-history-max
               add 1 to ws-promo-count
               move hst-kept to ws-promo-kept(ws-promo-count)
               move "N" to ws-promo-undone(ws-promo-count)
           end-if
           if hst-rollback
               perform varying ws-promo-num from 1 by 1
                       until ws-promo-num > ws-promo-count
                   if ws-promo-kept(ws-promo-num) = hst-restored
                       set ws-promo-undone-yes(ws-promo-num) to true
                   end-if
               end-perform
           end-if
           exit section.

       derive-kept-name section.
           *> <stem>_prev_<stamp>.dat beside the PROD file.
           move spaces to ws-resolve-base
           string ws-file-name(1:ws-stem-length) "_prev_"
                  ws-version-stamp ".dat"
                  delimited by size into ws-resolve-base
           end-string
           call "resolveenv" using ws-prod-env, ws-resolve-base,
                                   ws-kept-name
           exit section.

       emit-line section.
           write report-line
           display function trim(report-line trailing)
           exit section.

       finish-run section.
           if ws-return-code = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           move ws-audit-count to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close promote-report
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-audit-program, ws-audit-count,
                                 ws-audit-rc
           exit section.

       end program ConfigPromote.
