       data division.
       file section.
       fd  fixed-file.
       01  fixed-line           pic x(170).

       fd  delim-file.
       01  delim-line           pic x(200).
           88 ws-export-p3-layout   value "P".
           88 ws-export-list-layout value "L".
       01 ws-export-count      pic 9(9) value 0.
       01 ws-field-value       pic x(100).
       01 ws-field-num         pic 9(4) comp-x.
       01 ws-field-length      pic 9(4) comp-x.
       01 ws-delim-pointer     pic 9(4) comp-x.
       01 ws-layout-result     pic 9(4).
       01 ws-date-start        pic 9(4) comp-x.
       01 ws-date-num          pic 9(4) comp-x.
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-from-date         pic x(8) value spaces.
       01 ws-to-date           pic x(8) value spaces.
       01 ws-ct-buffer         pic x(100).
               exit section
           end-if

           *> Columns and headings come from the record-layout
           *> catalog; a file it does not describe cannot be split.
           call "layoutget" using ws-fixed-name, ws-layout-table,
                                  ws-layout-result
           if ws-layout-result not = 0
               close fixed-file
               display "WARNING: no layout for "
                       function trim(ws-fixed-name)
                       " on recordlayouts.dat - not exported."
               move spaces to report-line
               string "SKIPPED (no layout): "
                      function trim(ws-fixed-name)
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if
           *> The operational files carry the record date in their
           *> DATE field - that is what the FROM/TO range filters on.
           move 0 to ws-date-start
           perform varying ws-date-num from 1 by 1
                   until ws-date-num > ws-lyt-count
               if ws-lyt-field(ws-date-num) = "DATE"
                   move ws-lyt-start(ws-date-num) to ws-date-start
               end-if
           end-perform

           open output delim-file
           perform write-header

           exit section.

       write-header section.
           *> The heading row is the catalog's field names in order.
           move spaces to delim-line
           move 1 to ws-delim-pointer
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
               if ws-field-num > 1
                   string "," delimited by size into delim-line
                       with pointer ws-delim-pointer
                   end-string
               end-if
               string function trim(ws-lyt-field(ws-field-num))
                      delimited by size into delim-line
                   with pointer ws-delim-pointer
               end-string
           end-perform
           write delim-line
           exit section.

                   and fixed-line(4:16) is numeric
               exit section
           end-if
           if ws-layout-dated and ws-date-start not = 0
               if ws-from-date not = spaces
                       and fixed-line(ws-date-start:8) < ws-from-date
                   exit section
               end-if
               if ws-to-date not = spaces
                       and fixed-line(ws-date-start:8) > ws-to-date
                   exit section
               end-if
           end-if
               call "cthash" using ws-ct-buffer, ws-ct-count,
                                   ws-ct-sum
           end-if
           *> One delimited column per catalog field, trimmed, in
           *> catalog order.
           add 1 to ws-export-count
           move spaces to delim-line
           move 1 to ws-delim-pointer
           perform varying ws-field-num from 1 by 1
                   until ws-field-num > ws-lyt-count
               if ws-field-num > 1
                   string "," delimited by size into delim-line
                       with pointer ws-delim-pointer
                   end-string
               end-if
               move spaces to ws-field-value
               if ws-lyt-start(ws-field-num) <= 170
                   move ws-lyt-length(ws-field-num) to ws-field-length
                   if ws-lyt-start(ws-field-num) + ws-field-length
                           > 171
                       compute ws-field-length =
                           171 - ws-lyt-start(ws-field-num)
                   end-if
                   move fixed-line(ws-lyt-start(ws-field-num):
                                   ws-field-length)
                       to ws-field-value
               end-if
               if ws-field-value not = spaces
                   string function trim(ws-field-value)
                          delimited by size into delim-line
                       with pointer ws-delim-pointer
                   end-string
               end-if
           end-perform
           write delim-line
           exit section.

