               organization is line sequential
               file status is ws-delim-status.
           select fixed-file assign to dynamic ws-fixed-res
               organization is line sequential
               file status is ws-fixed-status.
           select reject-file assign to dynamic ws-reject-name
               organization is line sequential.
           select import-report assign to dynamic ws-import-rpt-name
       01 ws-delim-status      pic x(2).
       01 ws-fixed-name        pic x(30).
       01 ws-fixed-res         pic x(45).
       01 ws-fixed-status      pic x(2).
       01 ws-batch-waiting     pic x value "N".
           88 ws-batch-waiting-yes value "Y".
       01 ws-reject-name       pic x(45).
       01 ws-import-rpt-name   pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-field-3           pic x(100).
       01 ws-field-4           pic x(100).
       01 ws-field-5           pic x(100).
      *> Target columns come from the record-layout catalog; the
      *> put- sections place one value into the named field.
       01 ws-layout-result     pic 9(4).
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-find-name         pic x(12).
       01 ws-find-num          pic 9(4) comp-x.
       01 ws-fld-start         pic 9(4) comp-x.
       01 ws-fld-length        pic 9(4) comp-x.
       01 ws-fld-type          pic x.
       01 ws-num-length        pic 9(4) comp-x.
       01 ws-length-display    pic z(3)9.
       01 ws-put-value         pic x(100).
       01 ws-put-number        pic 9(18).
       01 ws-put-edited        pic z(17)9.
       01 ws-put-too-long      pic x value "N".
           88 ws-put-too-long-yes value "Y".
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).

           if ws-import-all or ws-import-words
               move "wordlist.csv" to ws-delim-name
               move "wordlisttxns.dat" to ws-fixed-name
               move "W" to ws-layout
               perform import-one-file
           end-if
               exit section
           end-if

           call "layoutget" using ws-fixed-name, ws-layout-table,
                                  ws-layout-result
           if ws-layout-result not = 0
               *> Without a layout the rows cannot be placed; the
               *> delivery is refused whole rather than guessed at.
               close delim-file
               display "ERROR: no layout for "
                       function trim(ws-fixed-name)
                       " on recordlayouts.dat - not imported."
               move spaces to report-line
               string "SKIPPED (no layout): "
                      function trim(ws-fixed-name)
                      delimited by size into report-line
               end-string
               write report-line
               add 1 to ws-reject-count
               move "NO LAYOUT ON CATALOG" to ws-reject-reason
               move "(file not converted)" to delim-line
               perform write-reject
               exit section
           end-if

           if ws-layout = "W"
               perform check-waiting-batch
               if ws-batch-waiting-yes
                   *> A batch WordMaint has not yet applied would be
                   *> lost under the new one - it goes first.
                   close delim-file
                   display "ERROR: a wordlisttxns.dat batch is still "
                           "waiting for WordMaint - "
                           function trim(ws-delim-name)
                           " not imported."
                   move spaces to report-line
                   string "SKIPPED (batch waiting): "
                          function trim(ws-fixed-name)
                          delimited by size into report-line
                   end-string
                   write report-line
                   add 1 to ws-reject-count
                   move "UNAPPLIED BATCH ON FILE" to ws-reject-reason
                   move "(file not converted)" to delim-line
                   perform write-reject
                   exit section
               end-if
           end-if

           open output fixed-file
           move 0 to ws-ct-count
           move 0 to ws-ct-sum
           write report-line
           exit section.

       check-waiting-batch section.
           *> Any record on the file is a batch still to apply; a file
           *> emptied behind an applied batch is none.
           move "N" to ws-batch-waiting
           open input fixed-file
           if ws-fixed-status not = "00"
               exit section
           end-if
           read fixed-file
               not at end
                   set ws-batch-waiting-yes to true
           end-read
           close fixed-file
           exit section.

       import-one-row section.
           move spaces to ws-field-1 ws-field-2 ws-field-3
                          ws-field-4 ws-field-5
           exit section.

       build-word-record section.
           *> wordlist.dat is only an extract of the word master, so
           *> imported words arrive as WordMaint ADD transactions
           *> and reach the master - and the next extract - through
           *> the normal maintenance run.
           if ws-field-1 = spaces
               move "WORD IS BLANK" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move spaces to fixed-line
           move "ACTION" to ws-find-name
           move "ADD" to ws-put-value
           perform put-text
           if not ws-record-good-yes
               exit section
           end-if
           move "WORD" to ws-find-name
           move ws-field-1 to ws-put-value
           perform put-text
           if not ws-record-good-yes
               exit section
           end-if
           if ws-put-too-long-yes
               move ws-fld-length to ws-length-display
               move spaces to ws-reject-reason
               string "WORD LONGER THAN "
                      function trim(ws-length-display)
                      delimited by size into ws-reject-reason
               end-string
               move space to ws-record-good
           end-if
           exit section.

       build-txn-record section.
           *> Problem3's transaction: two divisors and a maximum,
           *> zero-filled, then the requestor, which may be empty.
           if function trim(ws-field-1) not numeric
               move "DIVISOR-1 NOT NUMERIC" to ws-reject-reason
               move space to ws-record-good
               move space to ws-record-good
               exit section
           end-if
           move spaces to fixed-line
           move "DIVISOR1" to ws-find-name
           compute ws-put-number = function numval(ws-field-1)
           perform put-number
           if not ws-record-good-yes
               exit section
           end-if
           if ws-put-too-long-yes
               move "DIVISOR TOO LARGE" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "DIVISOR2" to ws-find-name
           compute ws-put-number = function numval(ws-field-2)
           perform put-number
           if not ws-record-good-yes
               exit section
           end-if
           if ws-put-too-long-yes
               move "DIVISOR TOO LARGE" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "MAX" to ws-find-name
           compute ws-put-number = function numval(ws-field-3)
           perform put-number
           if not ws-record-good-yes
               exit section
           end-if
           if ws-put-too-long-yes
               move "MAX TOO LARGE" to ws-reject-reason
               move space to ws-record-good
               exit section
           end-if
           move "REQUESTOR" to ws-find-name
           move ws-field-4 to ws-put-value
           perform put-text
           exit section.

       build-pair-record section.
           *> Main's pair: input, substring, replacement, match mode
           *> and pair id. The replacement column may be empty
           *> (remove rather than replace), the match mode defaults
           *> to exact and a blank pair id is assigned by Main at run
           *> time.
           if ws-field-1 = spaces
               move "INPUT STRING BLANK" to ws-reject-reason
               move space to ws-record-good
               move space to ws-record-good
               exit section
           end-if
           move spaces to fixed-line
           move "INPUT" to ws-find-name
           move ws-field-1 to ws-put-value
           perform put-text
           move "SUBSTRING" to ws-find-name
           move ws-field-2 to ws-put-value
           perform put-text
           move "REPLACEMENT" to ws-find-name
           move ws-field-3 to ws-put-value
           perform put-text
           move "MATCHMODE" to ws-find-name
           move ws-field-4 to ws-put-value
           perform put-text
           move "PAIRID" to ws-find-name
           move ws-field-5 to ws-put-value
           perform put-text
           exit section.

       find-field section.
           *> Looks ws-find-name up in the target file's layout; a
           *> field the catalog does not carry fails the row.
           move 0 to ws-find-num
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
                      or ws-find-num not = 0
               if ws-lyt-field(ws-field-num) = ws-find-name
                   move ws-field-num to ws-find-num
                   move ws-lyt-start(ws-field-num) to ws-fld-start
                   move ws-lyt-length(ws-field-num) to ws-fld-length
                   move ws-lyt-type(ws-field-num) to ws-fld-type
               end-if
           end-perform
           if ws-find-num = 0
                   or ws-fld-start + ws-fld-length > 321
               move spaces to ws-reject-reason
               string "NO LAYOUT FOR " ws-find-name
                      delimited by size into ws-reject-reason
               end-string
               move space to ws-record-good
           end-if
           exit section.

       put-text section.
           *> Text is cut to the field's length; ws-put-too-long
           *> tells the caller whether anything was lost.
           move "N" to ws-put-too-long
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           if ws-fld-length < 100
               if ws-put-value(ws-fld-length + 1:100 - ws-fld-length)
                       not = spaces
                   set ws-put-too-long-yes to true
               end-if
           end-if
           move ws-put-value to fixed-line(ws-fld-start:ws-fld-length)
           exit section.

       put-number section.
           *> Type 9 fields are zero-filled to their length, others
           *> take the figure left-justified; more digits than the
           *> field holds is flagged in ws-put-too-long.
           move "N" to ws-put-too-long
           perform find-field
           if not ws-record-good-yes
               exit section
           end-if
           move ws-fld-length to ws-num-length
           if ws-num-length > 18
               move 18 to ws-num-length
           end-if
           if ws-num-length < 18
               if ws-put-number(1:18 - ws-num-length) not = zeros
                   set ws-put-too-long-yes to true
                   exit section
               end-if
           end-if
           if ws-fld-type = "9"
               move ws-put-number(19 - ws-num-length:ws-num-length)
                   to fixed-line(ws-fld-start:ws-fld-length)
           else
               move ws-put-number to ws-put-edited
               move function trim(ws-put-edited)
                   to fixed-line(ws-fld-start:ws-fld-length)
           end-if
           exit section.

       write-reject section.
