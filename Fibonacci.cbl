               file status is ws-query-file-status.
           select lookup-file assign to dynamic ws-lookup-name
               organization is line sequential.
           select zeck-file assign to dynamic ws-zeck-name
               organization is line sequential.

       data division.
       file section.
           05 filler          pic x(2) value spaces.
           05 look-above      pic z(17)9.

      *> One TRM row per Zeckendorf term, largest first, then a TOT
      *> row carrying the term count and the largest term used.
       fd  zeck-file.
       01  zeck-record.
           05 zeck-query      pic z(17)9.
           05 filler          pic x(2) value spaces.
           05 zeck-type       pic x(3).
           05 filler          pic x(2) value spaces.
           05 zeck-seq        pic z9.
           05 filler          pic x(2) value spaces.
           05 zeck-index      pic z(3)9.
           05 filler          pic x(2) value spaces.
           05 zeck-term       pic z(17)9.

       working-storage section.
       78 78-default-max  value 4000000.
       01 ws-arg-index     pic 9(4) comp-x.
       01 ws-max-param     pic 9(9) value 0.
       01 ws-dump-mode     pic x value space.
           88 ws-dump-mode-on value "D".
           88 ws-lookup-mode-on value "L" "Z".
           88 ws-zeckendorf-on value "Z".
       01 ws-query-file-status pic x(2).
       01 ws-lookup-failed pic x value "N".
           88 ws-lookup-failed-yes value "Y".
       01 ws-query-count   pic 9(9) value 0.
       01 ws-member-count  pic 9(9) value 0.
       01 ws-query-value   pic 9(18) comp-x.
       78 78-zeck-term-max value 90.
       01 ws-zeck-terms.
           05 ws-zeck-table-term pic 9(18) comp-x
                                 occurs 78-zeck-term-max.
       01 ws-zeck-table-count pic 9(4) comp-x.
       01 ws-zeck-num      pic 9(4) comp-x.
       01 ws-zeck-rest     pic 9(18) comp-x.
       01 ws-zeck-count    pic 9(4) comp-x.
       01 ws-zeck-largest  pic 9(18) comp-x.
       01 ws-zeck-decomposed pic 9(9) value 0.
       01 ws-zeck-total-terms pic 9(9) value 0.
       01 ws-zeck-run-largest pic 9(18) value 0.
       01 ws-fib-index     pic 9(4) comp-x.
       01 ws-sum-mode      pic x value "E".
           88 ws-sum-even  value "E", space.
       01 ws-term-name         pic x(45).
       01 ws-query-name        pic x(45).
       01 ws-lookup-name       pic x(45).
       01 ws-zeck-name         pic x(45).
       copy "ErrorCodes.cpy" replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

           call "resolvename" using ws-resolve-base, ws-query-name
           move "fiblookup.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-lookup-name
           move "fibzeckendorf.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-zeck-name
           call "stampreport" using ws-report-base, ws-report-name
           open output fib-report
           move function current-date to ws-report-timestamp
                      delimited by size into report-line
               end-string
               write report-line
               if ws-zeckendorf-on
                   move spaces to report-line
                   string "DECOMPOSED: " ws-zeck-decomposed
                          " TERMS: " ws-zeck-total-terms
                          " LARGEST: " ws-zeck-run-largest
                          delimited by size into report-line
                   end-string
                   write report-line
               end-if

               move "OK     " to ws-report-status
               move ws-query-count to ws-report-record-count
               exit section
           end-if
           open output lookup-file
           if ws-zeckendorf-on
               move 0 to ws-zeck-decomposed
               move 0 to ws-zeck-total-terms
               move 0 to ws-zeck-run-largest
               open output zeck-file
           end-if

           move "N" to ws-query-eof
           perform until ws-query-eof-yes
                   not at end
                       add 1 to ws-query-count
                       perform lookup-one-query
                       if ws-zeckendorf-on
                           perform zeckendorf-one-query
                       end-if
               end-read
           end-perform

           close query-file
           close lookup-file
           if ws-zeckendorf-on
               close zeck-file
           end-if
           exit section.

       lookup-one-query section.
           write lookup-record
           exit section.

       zeckendorf-one-query section.
      *> Greedy from the largest term not above the value - taking
      *> the largest possible term each time never leaves a need
      *> for its neighbour, so the terms come out non-consecutive
      *> and the representation is the unique Zeckendorf one. The
      *> sequence starts at term 2 (the second 1) so each term is
      *> used at most once.
           move spaces to zeck-record
           if function trim(query-record) not numeric
               move 0 to zeck-query
               move "ERR" to zeck-type
               write zeck-record
               exit section
           end-if
           compute ws-query-value =
                   function numval(function trim(query-record))
           move ws-query-value to zeck-query

           move 0 to ws-zeck-table-count
           move 1 to ws-prev
           move 2 to ws-curr
           move "N" to ws-overflow
           if ws-query-value >= 1
               add 1 to ws-zeck-table-count
               move 1 to ws-zeck-table-term(ws-zeck-table-count)
           end-if
           perform until ws-curr > ws-query-value
                      or ws-overflow-yes
                      or ws-zeck-table-count = 78-zeck-term-max
               add 1 to ws-zeck-table-count
               move ws-curr to ws-zeck-table-term(ws-zeck-table-count)
               move ws-curr to ws-temp
               add ws-prev to ws-curr
                   on size error
                       set ws-overflow-yes to true
               end-add
               move ws-temp to ws-prev
           end-perform

           move ws-query-value to ws-zeck-rest
           move 0 to ws-zeck-count
           move 0 to ws-zeck-largest
           perform varying ws-zeck-num from ws-zeck-table-count
                   by -1 until ws-zeck-num = 0 or ws-zeck-rest = 0
               if ws-zeck-table-term(ws-zeck-num) <= ws-zeck-rest
                   subtract ws-zeck-table-term(ws-zeck-num)
                       from ws-zeck-rest
                   add 1 to ws-zeck-count
                   if ws-zeck-count = 1
                       move ws-zeck-table-term(ws-zeck-num)
                           to ws-zeck-largest
                   end-if
                   move spaces to zeck-record
                   move ws-query-value to zeck-query
                   move "TRM" to zeck-type
                   move ws-zeck-count to zeck-seq
      *> Table entry n holds term n + 1.
                   compute zeck-index = ws-zeck-num + 1
                   move ws-zeck-table-term(ws-zeck-num) to zeck-term
                   write zeck-record
               end-if
           end-perform

           move spaces to zeck-record
           move ws-query-value to zeck-query
           move "TOT" to zeck-type
           move ws-zeck-count to zeck-seq
           move ws-zeck-largest to zeck-term
           write zeck-record

           add 1 to ws-zeck-decomposed
           add ws-zeck-count to ws-zeck-total-terms
           if ws-zeck-largest > ws-zeck-run-largest
               move ws-zeck-largest to ws-zeck-run-largest
           end-if
           exit section.

       end program Fibonacci.
