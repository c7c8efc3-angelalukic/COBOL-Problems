       data division.
       file section.
       fd  left-file.
       01  left-line            pic x(320).

       fd  right-file.
       01  right-line           pic x(320).

       fd  compare-report.
       01  report-line          pic x(120).
       78 78-file-count        value 5.
       78 78-record-max        value 1000.
       78 78-detail-max        value 20.
      *> One row per output file pair. The fields compared come from
      *> the record-layout catalog under "<stem>.dat".
       01 ws-stem-table-values.
           05 filler pic x(30) value "problem3batch".
           05 filler pic x(30) value "fiboutput".
           05 filler pic x(30) value "fiblookup".
           05 filler pic x(30) value "mainresults".
           05 filler pic x(30) value "wordlist_sorted".
       01 ws-stem-table redefines ws-stem-table-values.
           05 ws-stem-name occurs 78-file-count pic x(30).
       01 ws-file-num          pic 9(4) comp-x.
       01 ws-layout-file       pic x(25).
       01 ws-layout-result     pic 9(4).
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-field-length      pic 9(4) comp-x.
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-left-name         pic x(45).
       01 ws-right-name        pic x(45).
       01 ws-compare-rpt-name  pic x(45).
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-left-count        pic 9(4) comp-x.
       01 ws-left-table.
           05 ws-left-rec occurs 78-record-max pic x(320).
       01 ws-right-count       pic 9(4) comp-x.
       01 ws-rec-num           pic 9(4) comp-x.
       01 ws-rec-num-display   pic 9(6).
       01 ws-file-verdict      pic x(7).
       01 ws-fail-count        pic 9(4) value 0.
       01 ws-pair-count        pic 9(4) value 0.
       01 ws-field-name        pic x(12).
       01 ws-field-a           pic x(100).
       01 ws-field-b           pic x(100).
       01 ws-compare-rec       pic x(320).
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       compare-one-pair section.
           perform build-pair-names
           move spaces to ws-layout-file
           string function trim(ws-stem-name(ws-file-num)) ".dat"
                  delimited by size into ws-layout-file
           end-string
           call "layoutget" using ws-layout-file, ws-layout-table,
                                  ws-layout-result
           move 0 to ws-diff-count
           move 0 to ws-detail-count


           add 1 to ws-diff-count
           move ws-right-count to ws-rec-num
           *> A file the catalog does not describe is still compared,
           *> as one field spanning the record.
           if ws-lyt-count = 0
               move "RECORD" to ws-field-name
               move ws-compare-rec to ws-field-a
               move right-line to ws-field-b
               perform report-field-diff
               exit section
           end-if
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
               if ws-lyt-start(ws-field-num) <= 320
                   move ws-lyt-length(ws-field-num) to ws-field-length
                   if ws-lyt-start(ws-field-num) + ws-field-length
                           > 321
                       compute ws-field-length =
                           321 - ws-lyt-start(ws-field-num)
                   end-if
                   move ws-lyt-field(ws-field-num) to ws-field-name
                   move ws-compare-rec(ws-lyt-start(ws-field-num):
                                       ws-field-length) to ws-field-a
                   move right-line(ws-lyt-start(ws-field-num):
                                   ws-field-length) to ws-field-b
                   perform report-field-diff
               end-if
           end-perform
           exit section.

       report-field-diff section.
