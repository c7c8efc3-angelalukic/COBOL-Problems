      $set sourceformat(variable)
       identification division.
       program-id. CodeConvert.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select table-file assign to dynamic ws-table-res
               organization is line sequential
               file status is ws-table-status.
      *> The EBCDIC side is fixed-length records with no line
      *> terminators, so it is read and written a byte at a time
      *> and cut into records by the record length.
           select ebcdic-in assign to dynamic ws-in-name
               organization is sequential
               file status is ws-in-status.
           select ebcdic-out assign to dynamic ws-out-name
               organization is sequential
               file status is ws-out-status.
           select ascii-in assign to dynamic ws-in-name
               organization is line sequential
               file status is ws-in-status.
           select ascii-out assign to dynamic ws-out-name
               organization is line sequential
               file status is ws-out-status.
           select convert-report assign to dynamic ws-convert-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  table-file.
       01  table-line.
           05 tbl-ebcdic         pic x(2).
           05 tbl-gap-1          pic x.
           05 tbl-ascii          pic x(2).
           05 tbl-gap-2          pic x.
           05 tbl-description    pic x(74).

       fd  ebcdic-in.
       01  ebcdic-in-byte       pic x.

       fd  ebcdic-out.
       01  ebcdic-out-byte      pic x.

       fd  ascii-in.
       01  ascii-in-line        pic x(331).

       fd  ascii-out.
       01  ascii-out-line       pic x(330).

       fd  convert-report.
       01  report-line          pic x(80).

       working-storage section.
      *> Converts a site-to-site interchange file - a ListXfer
      *> listexport.dat, or a CSV bound for ImportDelim - between the
      *> other site's EBCDIC and our ASCII through codepage.dat, a
      *> table kept as text so a code page change is a data change.
      *> A byte the table does not carry is reported by record and
      *> column and replaced by "?". Every TRL trailer is proved
      *> against the records before it in the code page it arrived
      *> in, then stamped afresh for the converted bytes - the hash
      *> weighs byte values, so it cannot simply be translated. A
      *> trailer that does not prove, or whose group lost a byte, is
      *> carried over as it came so the receiving step refuses it.
       78 78-default-table     value "codepage.dat".
       78 78-default-length    value 80.
       78 78-max-length        value 330.
       78 78-bad-report-max    value 200.
       01 ws-direction         pic x(3) value spaces.
           88 ws-dir-e2a       value "E2A", "e2a".
           88 ws-dir-a2e       value "A2E", "a2e".
       01 ws-in-name           pic x(45) value spaces.
       01 ws-out-name          pic x(45) value spaces.
       01 ws-in-status         pic x(2).
       01 ws-out-status        pic x(2).
       01 ws-table-name        pic x(45) value spaces.
       01 ws-table-res         pic x(45).
       01 ws-table-status      pic x(2).
       01 ws-convert-rpt-name  pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-arg-text          pic x(20).
       01 ws-rec-length        pic 9(4) value 0.
       01 ws-length-display    pic z(3)9.

      *> The translation table, one entry per byte value (value + 1).
       01 ws-e2a-table.
           05 ws-e2a-entry occurs 256.
               10 ws-e2a-char    pic x.
               10 ws-e2a-set     pic x.
       01 ws-a2e-table.
           05 ws-a2e-entry occurs 256.
               10 ws-a2e-char    pic x.
               10 ws-a2e-set     pic x.
       01 ws-table-rows        pic 9(4) value 0.
       01 ws-table-line-num    pic 9(4) value 0.
       01 ws-table-bad         pic x value "N".
           88 ws-table-bad-yes value "Y".
       01 ws-table-eof         pic x value "N".
           88 ws-table-eof-yes value "Y".
       01 ws-ebcdic-space      pic x.
       01 ws-ebcdic-query      pic x.

       01 ws-hex-digits-values pic x(16) value "0123456789ABCDEF".
       01 ws-hex-digits redefines ws-hex-digits-values.
           05 ws-hex-digit occurs 16 pic x.
       01 ws-hex-text          pic x(2).
       01 ws-hex-value         pic 9(3).
       01 ws-hex-valid         pic x.
           88 ws-hex-valid-yes value "Y".
       01 ws-hex-num           pic 9(4) comp-x.
       01 ws-hex-high          pic 9(3).
       01 ws-hex-low           pic 9(3).
       01 ws-ebcdic-value      pic 9(3).
       01 ws-ascii-value       pic 9(3).
       01 ws-byte-value        pic 9(3).

       01 ws-eof               pic x value "N".
           88 ws-eof-yes       value "Y".
       01 ws-byte-pos          pic 9(4) value 0.
       01 ws-xlate-pos         pic 9(4) comp-x.
       01 ws-xlate-in          pic x(330).
       01 ws-xlate-out         pic x(330).
       01 ws-ascii-rec         pic x(330).
       01 ws-ebcdic-rec        pic x(330).
       01 ws-significant       pic 9(4).
       01 ws-record-num        pic 9(9) value 0.
       01 ws-record-display    pic z(8)9.
       01 ws-column-display    pic z(3)9.
       01 ws-bad-count         pic 9(9) value 0.
       01 ws-bad-reported      pic 9(4) value 0.
       01 ws-group-bad         pic x value "N".
           88 ws-group-bad-yes value "Y".
       01 ws-short-last        pic x value "N".
           88 ws-short-last-yes value "Y".
       01 ws-too-long-count    pic 9(9) value 0.

      *> Control totals, kept for both code pages at once; "source"
      *> and "target" below are whichever side this run reads.
       01 ws-ascii-count       pic 9(6) value 0.
       01 ws-ascii-sum         pic 9(10) value 0.
       01 ws-ebcdic-count      pic 9(6) value 0.
       01 ws-ebcdic-sum        pic 9(10) value 0.
       01 ws-source-count      pic 9(6).
       01 ws-source-sum        pic 9(10).
       01 ws-target-count      pic 9(6).
       01 ws-target-sum        pic 9(10).
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-result         pic 9(4).
       01 ws-ct-length         pic 9(4).
       01 ws-trailer-count     pic 9(4) value 0.
       01 ws-restamp-count     pic 9(4) value 0.
       01 ws-trailer-bad       pic x value "N".
           88 ws-trailer-bad-yes value "Y".

       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-direction from argument-value
           move 2 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-in-name from argument-value
           move 3 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-out-name from argument-value
           move 4 to ws-arg-index
           display ws-arg-index upon argument-number
           move spaces to ws-arg-text
           accept ws-arg-text from argument-value
           if ws-arg-text = spaces
               move 78-default-length to ws-rec-length
           else
               if function trim(ws-arg-text) is numeric
                   compute ws-rec-length = function numval(ws-arg-text)
               end-if
           end-if
           move 5 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-table-name from argument-value
           if ws-table-name = spaces
               move 78-default-table to ws-table-name
           end-if

           if (not ws-dir-e2a and not ws-dir-a2e)
                   or ws-in-name = spaces or ws-out-name = spaces
                   or ws-rec-length = 0
                   or ws-rec-length > 78-max-length
               display "Usage: CodeConvert E2A|A2E in-file out-file "
                       "[record-length] [table]"
               display "  record-length is the EBCDIC side's fixed "
                       "length, 1-330, default 80."
               goback returning 78-ec-invalid-data
           end-if

           *> Like ListXfer, the interchange files keep the names
           *> the operator gave them; the table and the report are
           *> environment-qualified.
           move ws-table-name to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-table-res
           move "codeconvert_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-convert-rpt-name

           open output convert-report
           move function current-date to ws-report-timestamp
           move "CodeConvert" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move spaces to ws-audit-parms
           string "DIR=" function upper-case(ws-direction)
                  " IN=" function trim(ws-in-name)
                  " OUT=" function trim(ws-out-name)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           perform load-table
           if ws-table-bad-yes
               display "ERROR: translation table "
                       function trim(ws-table-name)
                       " unusable - see codeconvert_report.log."
               move 78-ec-invalid-data to ws-return-code
               perform finish-run
               goback returning ws-return-code
           end-if

           move ws-rec-length to ws-length-display
           move spaces to report-line
           if ws-dir-e2a
               string "EBCDIC " function trim(ws-in-name)
                      " (FIXED " function trim(ws-length-display)
                      ") TO ASCII " function trim(ws-out-name)
                      delimited by size into report-line
               end-string
           else
               string "ASCII " function trim(ws-in-name)
                      " TO EBCDIC " function trim(ws-out-name)
                      " (FIXED " function trim(ws-length-display) ")"
                      delimited by size into report-line
               end-string
           end-if
           write report-line

           if ws-dir-e2a
               perform convert-to-ascii
           else
               perform convert-to-ebcdic
           end-if

           move spaces to report-line
           string "RECORDS: " ws-record-num
                  " UNTRANSLATABLE: " ws-bad-count
                  " TRAILERS: " ws-trailer-count
                  " RESTAMPED: " ws-restamp-count
                  delimited by size into report-line
           end-string
           write report-line

           evaluate true
               when ws-return-code not = 0
                   continue
               when ws-trailer-bad-yes
                   display "ERROR: a trailer did not prove or lost a "
                           "byte - carried unchanged, the receiving "
                           "step will refuse that group."
                   move 78-ec-trailer-error to ws-return-code
               when ws-bad-count not = 0
                       or ws-too-long-count not = 0
                       or ws-short-last-yes
                   display "WARNING: " ws-bad-count " byte(s) could "
                           "not be translated - see "
                           "codeconvert_report.log."
                   move 78-ec-invalid-data to ws-return-code
               when other
                   display "Code page conversion: " ws-record-num
                           " record(s)."
           end-evaluate
           perform finish-run
           goback returning ws-return-code.

       finish-run section.
           if ws-return-code = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           move ws-record-num to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close convert-report
           move ws-return-code to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           exit section.

       load-table section.
           *> Rows are "EE AA description" in hex; "*" rows are
           *> comments. Each code may appear once on each side, so the
           *> table reads the same both ways, and the space and "?"
           *> must be on it - they pad and stand in for lost bytes.
           initialize ws-e2a-table ws-a2e-table
           open input table-file
           if ws-table-status not = "00"
               move spaces to report-line
               string "TABLE " function trim(ws-table-name)
                      " NOT FOUND"
                      delimited by size into report-line
               end-string
               write report-line
               set ws-table-bad-yes to true
               exit section
           end-if
           move "N" to ws-table-eof
           perform until ws-table-eof-yes
               read table-file
                   at end
                       set ws-table-eof-yes to true
                   not at end
                       add 1 to ws-table-line-num
                       if table-line not = spaces
                               and tbl-ebcdic(1:1) not = "*"
                           perform load-table-row
                       end-if
               end-read
           end-perform
           close table-file

           if ws-a2e-set(33) not = "Y" or ws-a2e-set(64) not = "Y"
               move "TABLE LACKS THE SPACE OR ""?"" ROW"
                   to report-line
               write report-line
               set ws-table-bad-yes to true
               exit section
           end-if
           move ws-a2e-char(33) to ws-ebcdic-space
           move ws-a2e-char(64) to ws-ebcdic-query

           move ws-table-rows to ws-length-display
           move spaces to report-line
           string "TABLE: " function trim(ws-table-name)
                  " ROWS: " function trim(ws-length-display)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       load-table-row section.
           move tbl-ebcdic to ws-hex-text
           perform hex-to-value
           move ws-hex-value to ws-ebcdic-value
           if ws-hex-valid-yes
               move tbl-ascii to ws-hex-text
               perform hex-to-value
               move ws-hex-value to ws-ascii-value
           end-if
           if not ws-hex-valid-yes
                   or tbl-gap-1 not = space or tbl-gap-2 not = space
               move ws-table-line-num to ws-length-display
               move spaces to report-line
               string "TABLE LINE " function trim(ws-length-display)
                      " NOT ""EE AA description"": " table-line(1:40)
                      delimited by size into report-line
               end-string
               write report-line
               set ws-table-bad-yes to true
               exit section
           end-if
           if ws-e2a-set(ws-ebcdic-value + 1) = "Y"
                   or ws-a2e-set(ws-ascii-value + 1) = "Y"
               move ws-table-line-num to ws-length-display
               move spaces to report-line
               string "TABLE LINE " function trim(ws-length-display)
                      " REPEATS A CODE: " table-line(1:40)
                      delimited by size into report-line
               end-string
               write report-line
               set ws-table-bad-yes to true
               exit section
           end-if
           move function char(ws-ascii-value + 1)
               to ws-e2a-char(ws-ebcdic-value + 1)
           move "Y" to ws-e2a-set(ws-ebcdic-value + 1)
           move function char(ws-ebcdic-value + 1)
               to ws-a2e-char(ws-ascii-value + 1)
           move "Y" to ws-a2e-set(ws-ascii-value + 1)
           add 1 to ws-table-rows
           exit section.

       hex-to-value section.
           move "N" to ws-hex-valid
           move 0 to ws-hex-high
           move 0 to ws-hex-low
           perform varying ws-hex-num from 1 by 1
                   until ws-hex-num > 16
               if ws-hex-text(1:1) = ws-hex-digit(ws-hex-num)
                   compute ws-hex-high = ws-hex-num
               end-if
               if ws-hex-text(2:1) = ws-hex-digit(ws-hex-num)
                   compute ws-hex-low = ws-hex-num
               end-if
           end-perform
           if ws-hex-high not = 0 and ws-hex-low not = 0
               compute ws-hex-value =
                       (ws-hex-high - 1) * 16 + ws-hex-low - 1
               set ws-hex-valid-yes to true
           end-if
           exit section.

       convert-to-ascii section.
           open input ebcdic-in
           if ws-in-status not = "00"
               perform report-input-missing
               exit section
           end-if
           open output ascii-out
           move 0 to ws-byte-pos
           move "N" to ws-eof
           perform until ws-eof-yes
               read ebcdic-in
                   at end
                       set ws-eof-yes to true
                   not at end
                       add 1 to ws-byte-pos
                       move ebcdic-in-byte
                           to ws-ebcdic-rec(ws-byte-pos:1)
                       if ws-byte-pos = ws-rec-length
                           perform convert-ebcdic-record
                           move 0 to ws-byte-pos
                       end-if
               end-read
           end-perform
           if ws-byte-pos not = 0
               *> The file does not divide into whole records - the
               *> wrong record length, or a transfer cut short.
               set ws-short-last-yes to true
               move ws-byte-pos to ws-length-display
               move spaces to report-line
               string "LAST RECORD SHORT: "
                      function trim(ws-length-display)
                      " BYTE(S) - CHECK THE RECORD LENGTH"
                      delimited by size into report-line
               end-string
               write report-line
               perform varying ws-xlate-pos from ws-byte-pos by 1
                       until ws-xlate-pos >= ws-rec-length
                   move ws-ebcdic-space
                       to ws-ebcdic-rec(ws-xlate-pos + 1:1)
               end-perform
               perform convert-ebcdic-record
           end-if
           close ebcdic-in
           close ascii-out
           exit section.

       convert-ebcdic-record section.
           add 1 to ws-record-num
           move ws-ebcdic-rec to ws-xlate-in
           perform translate-record
           move spaces to ws-ascii-rec
           move ws-xlate-out(1:ws-rec-length) to ws-ascii-rec
           evaluate true
               when ws-ascii-rec(1:3) = "TRL"
                       and ws-ascii-rec(4:16) is numeric
                   move ws-ebcdic-count to ws-source-count
                   move ws-ebcdic-sum to ws-source-sum
                   move ws-ascii-count to ws-target-count
                   move ws-ascii-sum to ws-target-sum
                   perform carry-trailer
                   exit section
               when ws-ascii-rec(1:4) = "LST "
                   perform reset-group
               when ws-ascii-rec not = spaces
                   perform hash-both-sides
           end-evaluate
           move ws-ascii-rec to ascii-out-line
           write ascii-out-line
           exit section.

       convert-to-ebcdic section.
           open input ascii-in
           if ws-in-status not = "00"
               perform report-input-missing
               exit section
           end-if
           open output ebcdic-out
           move "N" to ws-eof
           perform until ws-eof-yes
               read ascii-in
                   at end
                       set ws-eof-yes to true
                   not at end
                       perform convert-ascii-record
               end-read
           end-perform
           close ascii-in
           close ebcdic-out
           exit section.

       convert-ascii-record section.
           add 1 to ws-record-num
           if ascii-in-line(ws-rec-length + 1:) not = spaces
               add 1 to ws-too-long-count
               set ws-group-bad-yes to true
               move ws-record-num to ws-record-display
               move ws-rec-length to ws-length-display
               move spaces to report-line
               string "RECORD " function trim(ws-record-display)
                      " LONGER THAN " function trim(ws-length-display)
                      " - CUT TO FIT"
                      delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to ws-ascii-rec
           move ascii-in-line(1:ws-rec-length) to ws-ascii-rec
           evaluate true
               when ws-ascii-rec(1:3) = "TRL"
                       and ws-ascii-rec(4:16) is numeric
                   move ws-ascii-count to ws-source-count
                   move ws-ascii-sum to ws-source-sum
                   move ws-ebcdic-count to ws-target-count
                   move ws-ebcdic-sum to ws-target-sum
                   perform carry-trailer
                   exit section
               when other
                   move ws-ascii-rec to ws-xlate-in
                   perform translate-record
                   move ws-xlate-out to ws-ebcdic-rec
           end-evaluate
           evaluate true
               when ws-ascii-rec(1:4) = "LST "
                   perform reset-group
               when ws-ascii-rec not = spaces
                   perform hash-both-sides
           end-evaluate
           perform write-ebcdic-record
           exit section.

       write-ebcdic-record section.
           perform varying ws-xlate-pos from 1 by 1
                   until ws-xlate-pos > ws-rec-length
               move ws-ebcdic-rec(ws-xlate-pos:1) to ebcdic-out-byte
               write ebcdic-out-byte
           end-perform
           exit section.

       translate-record section.
           *> ws-xlate-in to ws-xlate-out over the record length, in
           *> this run's direction.
           move spaces to ws-xlate-out
           perform varying ws-xlate-pos from 1 by 1
                   until ws-xlate-pos > ws-rec-length
               compute ws-byte-value =
                       function ord(ws-xlate-in(ws-xlate-pos:1)) - 1
               if ws-dir-e2a
                   if ws-e2a-set(ws-byte-value + 1) = "Y"
                       move ws-e2a-char(ws-byte-value + 1)
                           to ws-xlate-out(ws-xlate-pos:1)
                   else
                       move "?" to ws-xlate-out(ws-xlate-pos:1)
                       perform report-untranslatable
                   end-if
               else
                   if ws-a2e-set(ws-byte-value + 1) = "Y"
                       move ws-a2e-char(ws-byte-value + 1)
                           to ws-xlate-out(ws-xlate-pos:1)
                   else
                       move ws-ebcdic-query
                           to ws-xlate-out(ws-xlate-pos:1)
                       perform report-untranslatable
                   end-if
               end-if
           end-perform
           exit section.

       report-untranslatable section.
           add 1 to ws-bad-count
           set ws-group-bad-yes to true
           if ws-bad-reported >= 78-bad-report-max
               exit section
           end-if
           add 1 to ws-bad-reported
           compute ws-hex-high = ws-byte-value / 16 + 1
           compute ws-hex-low = function mod(ws-byte-value, 16) + 1
           move ws-record-num to ws-record-display
           move ws-xlate-pos to ws-column-display
           move spaces to report-line
           string "RECORD " function trim(ws-record-display)
                  " COLUMN " function trim(ws-column-display)
                  " BYTE X'" ws-hex-digit(ws-hex-high)
                  ws-hex-digit(ws-hex-low) "' NOT ON TABLE"
                  delimited by size into report-line
           end-string
           write report-line
           if ws-bad-reported = 78-bad-report-max
               move "(further untranslatable bytes counted only)"
                   to report-line
               write report-line
           end-if
           exit section.

       hash-both-sides section.
           *> The ASCII side hashes exactly as ListXfer and the rest
           *> of the suite do; the EBCDIC side over the bytes up to
           *> its last non-blank, since its blank is not an ASCII
           *> space.
           move ws-ascii-rec to ws-ct-buffer
           call "cthash" using ws-ct-buffer, ws-ascii-count,
                               ws-ascii-sum
           move ws-rec-length to ws-significant
           perform until ws-significant = 0
                   or ws-ebcdic-rec(ws-significant:1)
                       not = ws-ebcdic-space
               subtract 1 from ws-significant
           end-perform
           move ws-significant to ws-ct-length
           move ws-ebcdic-rec to ws-ct-buffer
           call "cthashlen" using ws-ct-buffer, ws-ct-length,
                                  ws-ebcdic-count, ws-ebcdic-sum
           exit section.

       carry-trailer section.
           *> ws-ascii-rec holds the trailer as read, in ASCII; the
           *> source totals are those of the code page it came in.
           add 1 to ws-trailer-count
           move spaces to ws-ct-buffer
           move ws-ascii-rec(1:19) to ws-ct-buffer(1:19)
           call "ctcheck" using ws-ct-buffer, ws-source-count,
                                ws-source-sum, ws-ct-result
           move ws-record-num to ws-record-display
           move spaces to report-line
           if ws-ct-result = 78-ec-ok and not ws-group-bad-yes
               call "cttrailer" using ws-ct-buffer, ws-target-count,
                                      ws-target-sum
               move spaces to ws-ascii-rec
               move ws-ct-buffer(1:19) to ws-ascii-rec
               add 1 to ws-restamp-count
               string "TRAILER AT RECORD "
                      function trim(ws-record-display)
                      " PROVED, RESTAMPED " ws-ct-buffer(1:19)
                      delimited by size into report-line
               end-string
           else
               set ws-trailer-bad-yes to true
               if ws-ct-result = 78-ec-ok
                   string "TRAILER AT RECORD "
                          function trim(ws-record-display)
                          " GROUP LOST BYTES - CARRIED UNCHANGED"
                          delimited by size into report-line
                   end-string
               else
                   string "TRAILER AT RECORD "
                          function trim(ws-record-display)
                          " DOES NOT MATCH - CARRIED UNCHANGED"
                          delimited by size into report-line
                   end-string
               end-if
           end-if
           write report-line

           if ws-dir-e2a
               move ws-ascii-rec to ascii-out-line
               write ascii-out-line
           else
               move ws-ascii-rec to ws-xlate-in
               perform translate-record
               move ws-xlate-out to ws-ebcdic-rec
               perform write-ebcdic-record
           end-if
           perform reset-group
           exit section.

       reset-group section.
           *> A trailer closes its group, and a ListXfer "LST" header
           *> opens one - neither is counted in the totals.
           move 0 to ws-ascii-count
           move 0 to ws-ascii-sum
           move 0 to ws-ebcdic-count
           move 0 to ws-ebcdic-sum
           move "N" to ws-group-bad
           exit section.

       report-input-missing section.
           display "ERROR: " function trim(ws-in-name)
                   " not found - nothing converted."
           move spaces to report-line
           string "INPUT " function trim(ws-in-name) " NOT FOUND"
                  delimited by size into report-line
           end-string
           write report-line
           move 78-ec-no-records to ws-return-code
           exit section.

       end program CodeConvert.
