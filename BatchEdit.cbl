               organization is line sequential
               file status is ws-edit-file-status.
           select reject-file assign to dynamic ws-reject-name
               organization is line sequential
               file status is ws-reject-status.
           select edit-report assign to dynamic ws-edit-report-name
               organization is line sequential.
           select rules-file assign to dynamic ws-rules-name
               organization is line sequential
               file status is ws-rules-status.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.

       data division.
       file section.
           05 rej-reason         pic x(30).
           05 filler             pic x value space.
           05 rej-data           pic x(80).
           05 filler             pic x value space.
           05 rej-raised         pic x(14).

       fd  edit-report.
       01  report-line          pic x(80).
       01  rules-record.
           05 rul-in-file        pic x(25).
           05 filler             pic x.
           05 rul-in-field       pic x(12).
           05 filler             pic x.
           05 rul-in-check       pic x(3).
           05 filler             pic x.
           05 rul-in-high        pic 9(9).
           05 filler             pic x.
           05 rul-in-reason      pic x(30).
           05 filler             pic x.
           05 rul-in-type        pic x(4).

       fd  requestor-file.
       copy "RequestorMaster.cpy" replacing ==()== by ==rq==.

       working-storage section.
       78 78-file-count        value 4.
       01 ws-edit-file-name    pic x(25).
       01 ws-edit-file-res     pic x(45).
       01 ws-reject-name       pic x(45).
       01 ws-reject-status     pic x(2).
       01 ws-edit-report-name  pic x(45).
       01 ws-rules-name        pic x(45).
       01 ws-resolve-base      pic x(45).
      *> Externalized edit rules: when editrules.dat is present its
      *> rows replace the compiled-in checks, so operations can
      *> tighten an edit (or add a new file's rules) without a
      *> recompile. A rule names a field of the record-layout catalog
      *> rather than repeating its columns. Check types: NUM digits
      *> in every column (strict,
      *> as the PIC 9 readers downstream need), NBL non-blank, RNG
      *> trimmed numeric within low/high (for left-justified fields
      *> like the fib indices), RNB the same but blank allowed (an
      *> optional field such as the fib modulus), SPC columns must be
      *> blank, REQ a requestor code that is active on the requestor
      *> master (blank still allowed - it is charged to "(none)").
      *> DVL a divisor list - a count within low/high, then that many
      *> non-zero four-digit divisors each after a space, the rest of
      *> the field blank.
      *> Two checks take the whole record (field *RECORD): END every
      *> column past the layout's last field blank, FIT every column
      *> outside the layout's fields blank.
      *> A rule may name a record type (Problem3's DIVS divisor-list
      *> transaction): it then applies only to records carrying that
      *> type in columns 1-4, and rules with no type to the rest.
       78 78-rule-max          value 100.
       01 ws-rules-status      pic x(2).
       01 ws-rules-eof         pic x value "N".
               10 ws-rul-low       pic 9(9).
               10 ws-rul-high      pic 9(9).
               10 ws-rul-reason    pic x(30).
               10 ws-rul-type      pic x(4).
       01 ws-rule-num          pic 9(4) comp-x.
       01 ws-record-type       pic x(4).
       01 ws-list-count        pic 9(4).
       01 ws-list-low          pic 9(9).
       01 ws-list-high         pic 9(9).
       01 ws-list-end          pic 9(4) comp-x.
       01 ws-list-num          pic 9(4) comp-x.
       01 ws-list-pos          pic 9(4) comp-x.
       01 ws-list-good         pic x value "Y".
           88 ws-list-good-yes value "Y".
       01 ws-rules-matched     pic 9(4) comp-x.
       01 ws-rule-value        pic 9(9).
       01 ws-rule-display      pic 9(4).
       01 ws-rule-result       pic 9(4).
       copy "RecordLayout.cpy" replacing ==()== by ==ws==.
      *> The layout of the file being edited, and the runs of columns
      *> it leaves unused - the last of them, past the final field,
      *> is the one END checks.
       01 ws-layout-result     pic 9(4).
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-find-name         pic x(12).
       01 ws-find-num          pic 9(4) comp-x.
       01 ws-fld-start         pic 9(4) comp-x.
       01 ws-fld-length        pic 9(4) comp-x.
       01 ws-length-display    pic z(3)9.
       01 ws-field-end         pic 9(4) comp-x.
       01 ws-layout-end        pic 9(4) comp-x.
       01 ws-gap-count         pic 9(4) comp-x.
       01 ws-end-gap           pic 9(4) comp-x.
       01 ws-gap-table.
           05 ws-gap-entry occurs 31.
               10 ws-gap-start     pic 9(4) comp-x.
               10 ws-gap-length    pic 9(4) comp-x.
       01 ws-gap-num           pic 9(4) comp-x.
       01 ws-gap-clean         pic x value "Y".
           88 ws-gap-clean-yes value "Y".
       78 78-requestor-max     value 200.
       01 ws-requestor-status  pic x(2).
       01 ws-requestor-name    pic x(45).
       01 ws-requestor-eof     pic x value "N".
           88 ws-requestor-eof-yes value "Y".
       01 ws-requestor-loaded  pic x value "N".
           88 ws-requestor-loaded-yes value "Y".
       01 ws-requestor-count   pic 9(4) comp-x value 0.
       01 ws-requestor-table.
           05 ws-requestor-entry occurs 78-requestor-max.
               10 ws-rqt-code      pic x(8).
               10 ws-rqt-active    pic x.
       01 ws-requestor-num     pic 9(4) comp-x.
       01 ws-check-requestor   pic x(8).
       01 ws-requestor-reason  pic x(30).
      *> The rejects the last run left, with when each was first
      *> raised: a record still failing keeps its original stamp, so
      *> RejectRepair's turnaround runs from the first rejection, not
      *> from the latest rerun.
       78 78-prior-max         value 200.
       01 ws-prior-eof         pic x value "N".
           88 ws-prior-eof-yes value "Y".
       01 ws-prior-count       pic 9(4) comp-x value 0.
       01 ws-prior-table.
           05 ws-prior-entry occurs 78-prior-max.
               10 ws-prr-file      pic x(25).
               10 ws-prr-data      pic x(80).
               10 ws-prr-raised    pic x(14).
       01 ws-prior-num         pic 9(4) comp-x.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

                                    ws-edit-report-name
           move "editrules.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-rules-name
           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name

           open output edit-report
           move function current-date to ws-report-timestamp
           call "auditstart" using ws-report-program, ws-audit-parms

           perform load-edit-rules
           perform load-requestors
           perform load-prior-rejects

           open output reject-file

               exit section
           end-if

           *> Columns come from the record-layout catalog; a file it
           *> does not describe cannot be vetted, and that stops the
           *> chain like any other edit failure.
           call "layoutget" using ws-edit-file-name, ws-layout-table,
                                  ws-layout-result
           if ws-layout-result not = 0
               close edit-file
               move spaces to report-line
               string "ERROR: NO LAYOUT FOR "
                      function trim(ws-edit-file-name)
                      " ON recordlayouts.dat"
                      delimited by size into report-line
               end-string
               write report-line
               add 1 to ws-reject-count
               move "NO LAYOUT ON CATALOG" to ws-reject-reason
               move 78-ec-invalid-data to ws-reject-code
               move "(file not edited)" to edit-line
               perform write-reject
               exit section
           end-if
           perform find-layout-gaps

           move "N" to ws-edit-eof
           perform until ws-edit-eof-yes
               read edit-file
           exit section.

       load-one-rule section.
           move 0 to ws-lay-start
           move 0 to ws-lay-length
           if rul-in-check not = "END" and rul-in-check not = "FIT"
               call "layoutfield" using rul-in-file, rul-in-field,
                                        ws-layout-record,
                                        ws-rule-result
               if ws-rule-result not = 0
                   display "WARNING: edit rule for "
                           function trim(rul-in-file) " names field "
                           function trim(rul-in-field)
                           ", not on recordlayouts.dat - rule skipped."
                   exit section
               end-if
               if ws-lay-start + ws-lay-length - 1 > 320
                   display "WARNING: edit rule for "
                           function trim(rul-in-file)
                           " has bad columns - rule skipped."
                   exit section
               end-if
           end-if
           if ws-rule-count = 78-rule-max
               exit section
           end-if
           add 1 to ws-rule-count
           move rul-in-file to ws-rul-file(ws-rule-count)
           move ws-lay-start to ws-rul-start(ws-rule-count)
           move ws-lay-length to ws-rul-length(ws-rule-count)
           move rul-in-check to ws-rul-check(ws-rule-count)
           if rul-in-low is numeric
               move rul-in-low to ws-rul-low(ws-rule-count)
               move 999999999 to ws-rul-high(ws-rule-count)
           end-if
           move rul-in-reason to ws-rul-reason(ws-rule-count)
           move rul-in-type to ws-rul-type(ws-rule-count)
           exit section.

       load-requestors section.
           *> Without a requestor master there is nothing to hold a
           *> code against; say so and let the codes through.
           move 0 to ws-requestor-count
           open input requestor-file
           if ws-requestor-status not = "00"
               move spaces to report-line
               string "WARNING: requestors.dat not found - "
                      "requestor codes not checked"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if
           set ws-requestor-loaded-yes to true
           move "N" to ws-requestor-eof
           perform until ws-requestor-eof-yes
                      or ws-requestor-count = 78-requestor-max
               read requestor-file
                   at end
                       set ws-requestor-eof-yes to true
                   not at end
                       if rq-rqm-code not = spaces
                               and rq-rqm-code(1:1) not = "*"
                           add 1 to ws-requestor-count
                           move rq-rqm-code
                               to ws-rqt-code(ws-requestor-count)
                           move rq-rqm-active
                               to ws-rqt-active(ws-requestor-count)
                       end-if
               end-read
           end-perform
           close requestor-file
           exit section.

       check-requestor section.
           *> Sets ws-requestor-reason when ws-check-requestor is not
           *> an active code on the master.
           move spaces to ws-requestor-reason
           if ws-check-requestor = spaces
                   or not ws-requestor-loaded-yes
               exit section
           end-if
           move "REQUESTOR NOT ON MASTER" to ws-requestor-reason
           perform varying ws-requestor-num from 1 by 1
                   until ws-requestor-num > ws-requestor-count
               if ws-rqt-code(ws-requestor-num) = ws-check-requestor
                   if ws-rqt-active(ws-requestor-num) = "Y"
                       move spaces to ws-requestor-reason
                   else
                       move "REQUESTOR INACTIVE"
                           to ws-requestor-reason
                   end-if
               end-if
           end-perform
           exit section.

       apply-edit-rules section.
           move spaces to ws-record-type
           perform varying ws-rule-num from 1 by 1
                   until ws-rule-num > ws-rule-count
               if ws-rul-file(ws-rule-num) = ws-edit-file-name
                       and ws-rul-type(ws-rule-num) not = spaces
                       and ws-rul-type(ws-rule-num) = edit-line(1:4)
                   move ws-rul-type(ws-rule-num) to ws-record-type
               end-if
           end-perform
           move 0 to ws-rules-matched
           perform varying ws-rule-num from 1 by 1
                   until ws-rule-num > ws-rule-count
                      or not ws-record-good-yes
               if ws-rul-file(ws-rule-num) = ws-edit-file-name
                       and ws-rul-type(ws-rule-num) = ws-record-type
                   add 1 to ws-rules-matched
                   perform apply-one-rule
               end-if
                           perform fail-rule
                       end-if
                   end-if
               when "RNB"
                   if edit-line(ws-rul-start(ws-rule-num):
                               ws-rul-length(ws-rule-num)) not = spaces
                       if function trim(edit-line(
                               ws-rul-start(ws-rule-num):
                               ws-rul-length(ws-rule-num)))
                               not numeric
                           perform fail-rule
                       else
                           compute ws-rule-value = function numval(
                                   edit-line(ws-rul-start(ws-rule-num):
                                       ws-rul-length(ws-rule-num)))
                           if ws-rule-value < ws-rul-low(ws-rule-num)
                                   or ws-rule-value
                                       > ws-rul-high(ws-rule-num)
                               perform fail-rule
                           end-if
                       end-if
                   end-if
               when "SPC"
                   if edit-line(ws-rul-start(ws-rule-num):
                               ws-rul-length(ws-rule-num))
                           not = spaces
                       perform fail-rule
                   end-if
               when "REQ"
                   move edit-line(ws-rul-start(ws-rule-num):
                                  ws-rul-length(ws-rule-num))
                       to ws-check-requestor
                   perform check-requestor
                   if ws-requestor-reason not = spaces
                       move ws-requestor-reason to ws-reject-reason
                       move space to ws-record-good
                   end-if
               when "DVL"
                   move ws-rul-start(ws-rule-num) to ws-fld-start
                   move ws-rul-length(ws-rule-num) to ws-fld-length
                   move ws-rul-low(ws-rule-num) to ws-list-low
                   move ws-rul-high(ws-rule-num) to ws-list-high
                   perform check-divisor-list
                   if not ws-list-good-yes
                       perform fail-rule
                   end-if
               when "END"
                   perform check-past-layout
                   if not ws-gap-clean-yes
                       perform fail-rule
                   end-if
               when "FIT"
                   perform check-outside-layout
                   if not ws-gap-clean-yes
                       perform fail-rule
                   end-if
               when other
                   continue
           end-evaluate
           move space to ws-record-good
           exit section.

       find-layout-gaps section.
           *> The runs of columns 1-320 no field of the layout covers.
           *> Catalog rows are kept in column order, so one pass over
           *> them finds every gap.
           move 0 to ws-gap-count
           move 0 to ws-end-gap
           move 0 to ws-layout-end
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
               if ws-lyt-start(ws-field-num) > ws-layout-end + 1
                       and ws-gap-count < 31
                   add 1 to ws-gap-count
                   compute ws-gap-start(ws-gap-count) =
                       ws-layout-end + 1
                   compute ws-gap-length(ws-gap-count) =
                       ws-lyt-start(ws-field-num) - ws-layout-end - 1
               end-if
               compute ws-field-end = ws-lyt-start(ws-field-num)
                                    + ws-lyt-length(ws-field-num) - 1
               if ws-field-end > ws-layout-end
                   move ws-field-end to ws-layout-end
               end-if
           end-perform
           if ws-layout-end < 320 and ws-gap-count < 31
               add 1 to ws-gap-count
               compute ws-gap-start(ws-gap-count) = ws-layout-end + 1
               compute ws-gap-length(ws-gap-count) = 320 - ws-layout-end
               move ws-gap-count to ws-end-gap
           end-if
           exit section.

       check-past-layout section.
           set ws-gap-clean-yes to true
           if ws-end-gap not = 0
               if edit-line(ws-gap-start(ws-end-gap):
                            ws-gap-length(ws-end-gap)) not = spaces
                   move "N" to ws-gap-clean
               end-if
           end-if
           exit section.

       check-outside-layout section.
           set ws-gap-clean-yes to true
           perform varying ws-gap-num from 1 by 1
                   until ws-gap-num > ws-gap-count
                      or not ws-gap-clean-yes
               if edit-line(ws-gap-start(ws-gap-num):
                            ws-gap-length(ws-gap-num)) not = spaces
                   move "N" to ws-gap-clean
               end-if
           end-perform
           exit section.

       check-divisor-list section.
           *> The divisor list at ws-fld-start/-length: a four-digit
           *> count within ws-list-low/-high, then that many divisors,
           *> each a space and four digits (strict, not zero - a zero
           *> divisor has no multiples), and nothing after the last.
           set ws-list-good-yes to true
           if ws-fld-length < 4
                   or edit-line(ws-fld-start:4) not numeric
               move "N" to ws-list-good
               exit section
           end-if
           move edit-line(ws-fld-start:4) to ws-list-count
           if ws-list-count < ws-list-low
                   or ws-list-count > ws-list-high
               move "N" to ws-list-good
               exit section
           end-if
           compute ws-list-end = 4 + 5 * ws-list-count
           if ws-list-end > ws-fld-length
               move "N" to ws-list-good
               exit section
           end-if
           perform varying ws-list-num from 1 by 1
                   until ws-list-num > ws-list-count
                      or not ws-list-good-yes
               compute ws-list-pos = ws-fld-start + 5 * ws-list-num - 1
               if edit-line(ws-list-pos:1) not = space
                       or edit-line(ws-list-pos + 1:4) not numeric
                       or edit-line(ws-list-pos + 1:4) = "0000"
                   move "N" to ws-list-good
               end-if
           end-perform
           if ws-list-good-yes and ws-list-end < ws-fld-length
               if edit-line(ws-fld-start + ws-list-end:
                            ws-fld-length - ws-list-end) not = spaces
                   move "N" to ws-list-good
               end-if
           end-if
           exit section.

       find-field section.
           *> Sets ws-fld-start/-length from the layout of the file
           *> being edited; a field the layout does not carry fails
           *> the record.
           move 0 to ws-find-num
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
                      or ws-find-num not = 0
               if ws-lyt-field(ws-field-num) = ws-find-name
                   move ws-field-num to ws-find-num
                   move ws-lyt-start(ws-field-num) to ws-fld-start
                   move ws-lyt-length(ws-field-num) to ws-fld-length
               end-if
           end-perform
           if ws-find-num = 0
                   or ws-fld-start + ws-fld-length > 321
               move spaces to ws-reject-reason
               string "LAYOUT LACKS " ws-find-name
                      delimited by size into ws-reject-reason
               end-string
               move space to ws-record-good
           end-if
           exit section.

       edit-problem3-record section.
           *> Problem3's transaction: two divisors and a maximum,
           *> all strict digits, then a requestor code and no divisor
           *> list; or the DIVS record with its list of divisors.
           if edit-line(1:4) = "DIVS"
               perform edit-problem3-list-record
               exit section
           end-if
           move "DIVISOR1" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not numeric
               move "DIVISOR-1 NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "DIVISOR2" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not numeric
               move "DIVISOR-2 NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "MAX" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not numeric
               move "MAX NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "DIVLIST" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not = spaces
               move "DIVISOR LIST ON 2-DIVISOR REC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           perform edit-problem3-common
           exit section.

       edit-problem3-list-record section.
           *> The divisor-list transaction: DIVS where the first
           *> divisor goes, the second divisor's columns blank, the
           *> maximum in strict digits and one to eight divisors.
           move "DIVISOR2" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not = spaces
               move "DIVISOR-2 NOT BLANK ON DIVS"
                   to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "MAX" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not numeric
               move "MAX NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "DIVLIST" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           move 1 to ws-list-low
           move 8 to ws-list-high
           perform check-divisor-list
           if not ws-list-good-yes
               move "DIVISOR LIST NOT 1-8 DIVISORS" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           perform edit-problem3-common
           exit section.

       edit-problem3-common section.
           *> Both Problem3 records: nothing past the layout, and a
           *> requestor active on the master.
           perform check-past-layout
           if not ws-gap-clean-yes
               move "RECORD TOO LONG" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "REQUESTOR" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           move edit-line(ws-fld-start:ws-fld-length)
               to ws-check-requestor
           perform check-requestor
           if ws-requestor-reason not = spaces
               move ws-requestor-reason to ws-reject-reason
               move space to ws-record-good
           end-if
           exit section.

       edit-fibindex-record section.
           *> FibonacciRecursive's index request: a left-justified
           *> index, then an optional modulus.
           if edit-line = spaces
               move "BLANK RECORD" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           perform check-outside-layout
           if not ws-gap-clean-yes
               move "RECORD TOO LONG" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "INDEX" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if function trim(edit-line(ws-fld-start:ws-fld-length))
                   not numeric
               move "INDEX NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           if function numval(function trim(
                   edit-line(ws-fld-start:ws-fld-length))) = 0
               move "INDEX IS ZERO" to ws-reject-reason
               move 78-ec-zero-value to ws-reject-code
               move space to ws-record-good
               exit section
           end-if
           move "MODULUS" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) not = spaces
               if function trim(edit-line(ws-fld-start:ws-fld-length))
                       not numeric
                   move "MODULUS NOT NUMERIC" to ws-reject-reason
                   move space to ws-record-good
                   exit section
               end-if
               if function numval(function trim(
                       edit-line(ws-fld-start:ws-fld-length))) = 0
                   move "MODULUS IS ZERO" to ws-reject-reason
                   move 78-ec-zero-value to ws-reject-code
                   move space to ws-record-good
               end-if
           end-if
           exit section.

       edit-mainpair-record section.
           *> Main's pair: the input string and the substring are
           *> both required.
           move "INPUT" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) = spaces
               move "INPUT STRING BLANK" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "SUBSTRING" to ws-find-name
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if edit-line(ws-fld-start:ws-fld-length) = spaces
               move "SUBSTRING BLANK" to ws-reject-reason
               move space to ws-record-good
           end-if
           exit section.

       edit-wordlist-record section.
           *> BubbleSort's word: one field, nothing past it.
           if edit-line = spaces
               move "BLANK RECORD" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           perform check-past-layout
           if not ws-gap-clean-yes
               move "WORD" to ws-find-name
               perform find-field
               if not ws-record-good-yes
                   exit section
               end-if
               move ws-fld-length to ws-length-display
               move spaces to ws-reject-reason
               string "WORD LONGER THAN "
                      function trim(ws-length-display)
                      delimited by size into ws-reject-reason
               end-string
               move space to ws-record-good
           end-if
           exit section.
           move ws-reject-code to rej-code
           move ws-reject-reason to rej-reason
           move edit-line(1:80) to rej-data
           move ws-report-timestamp(1:14) to rej-raised
           perform varying ws-prior-num from 1 by 1
                   until ws-prior-num > ws-prior-count
               if ws-prr-file(ws-prior-num) = rej-file
                       and ws-prr-data(ws-prior-num) = rej-data
                       and ws-prr-raised(ws-prior-num) not = spaces
                   move ws-prr-raised(ws-prior-num) to rej-raised
               end-if
           end-perform
           write reject-record
           exit section.

       load-prior-rejects section.
           move 0 to ws-prior-count
           open input reject-file
           if ws-reject-status not = "00"
               exit section
           end-if
           move "N" to ws-prior-eof
           perform until ws-prior-eof-yes
                      or ws-prior-count = 78-prior-max
               read reject-file
                   at end
                       set ws-prior-eof-yes to true
                   not at end
                       add 1 to ws-prior-count
                       move rej-file to ws-prr-file(ws-prior-count)
                       move rej-data to ws-prr-data(ws-prior-count)
                       move rej-raised
                           to ws-prr-raised(ws-prior-count)
               end-read
           end-perform
           close reject-file
           exit section.

       end program BatchEdit.
