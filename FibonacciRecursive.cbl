       file section.
       fd  idx-file.
       01  idx-record              pic x(19).
       01  idx-fields redefines idx-record.
           05 idx-index            pic x(4).
           05 filler               pic x.
           05 idx-modulus          pic x(9).
           05 filler               pic x(5).

       fd  fib-report.
       01  report-line             pic x(80).
           05 result-status        pic x(3).
           05 filler               pic x(3) value spaces.
           05 result-value         pic z(17)9.
           05 filler               pic x(2) value spaces.
           05 result-modulus       pic z(8)9.

       fd  error-log.
       01  error-log-record.
           88 ws-names-resolved-yes value "Y".
       01 ws-trailer-bad       pic x value "N".
           88 ws-trailer-bad-yes value "Y".
      *> The 32-bit working fields hold terms up to index 47; past
      *> that a plain request is refused rather than allowed to wrap.
      *> A record carrying a modulus gets F(n) mod m instead, worked
      *> in residues so it is exact for any index the edits allow.
       78 78-plain-index-max   value 47.
       78 78-modular-index-max value 9999.
       01 ws-modulus           pic 9(9) value 0.
       01 ws-mod-value         pic 9(9) value 0.
       01 ws-mod-prev          pic 9(9).
       01 ws-mod-curr          pic 9(9).
       01 ws-mod-temp          pic 9(9).
       01 ws-mod-step          pic 9(4) comp-x.
       01 ws-modular-count     pic 9(9) value 0.
       01 ws-log-index         pic 9(4) comp-x value 0.


       local-storage section.
       linkage section.
       01 lk-max-index         pic 9(4) comp-x.
       01 lk-verify-total      pic x(4) comp-x.
       01 lk-mod-index         pic 9(4) comp-x.
       01 lk-modulus           pic 9(9).
       01 lk-mod-value         pic 9(9).
       copy "Fibonacci.cpy"    replacing ==()== by ==lk==.
       copy "BatchParms.cpy"   replacing ==()== by ==lk==.

               end-string
               write report-line

               move spaces to report-line
               string "MODULAR RESULTS: " ws-modular-count
                      delimited by size into report-line
               end-string
               write report-line

               close fib-report
               move ws-call-count to ls-stat-1
               move ws-max-depth to ls-stat-2
           move 0 to ws-ctr-sum
           move 0 to ws-ctw-count
           move 0 to ws-ctw-sum
           move 0 to ws-modular-count
           move "N" to ws-trailer-bad

           open input idx-file
                                           ws-ctr-count, ws-ctr-sum
                       add 1 to ls-batch-count
                       compute ls-batch-index =
                               function numval(function trim(idx-index))
                       if idx-modulus not = spaces
                               and function trim(idx-modulus) is numeric
                           compute ws-modulus =
                               function numval(function trim(idx-modulus))
                       else
                           move 0 to ws-modulus
                       end-if

                       move spaces to result-record
                       move ls-batch-index to result-index

                       if ws-modulus not = 0
                           perform modular-one-index
                       else
                           perform plain-one-index
                       end-if

                       move result-record to ws-ctw-buffer
                               ws-ctw-count, ws-ctw-sum
           exit section.

       plain-one-index section.
           call "errorcheck" using ls-batch-index
                            returning ls-return
           if ls-return = 0
                   and ls-batch-index > 78-plain-index-max
               display "ERROR: index " ls-batch-index
                       " is past the exact range - supply a modulus."
               set ls-overflow-88 to true
               move "Index past exact range - supply a modulus."
                   to ls-log-message
               move ls-batch-index to ws-log-index
               perform log-error
               move ls-error-code to ls-return
           end-if

           if ls-return not = 0
               move "ERR" to result-status
               move ls-return to result-value
               exit section
           end-if

           if ls-batch-index <= 78-cache-max
                   and ws-cache-set(ls-batch-index) = "Y"
               *> Seen this index already in this run -
               *> answer from the cache, no recursion.
               add 1 to ws-cache-hits
               move ws-cache-values(ls-batch-index)
                   to ws-total
           else
               *> fibonacci's local-storage carries the
               *> prior item's totals forward between
               *> calls in the same run, so reset it
               *> before each item.
               move 0 to ls-prev
               move 1 to ls-curr
               move 0 to ls-temp
               move 0 to ls-total
               move 0 to ls-index
               move 0 to ws-item-call-count

               call "fibonacci" using  ls-fibonacci
                                        ls-batch-index
               end-call

               if ws-item-call-count > ws-max-depth
                   move ws-item-call-count
                       to ws-max-depth
               end-if

               if ls-batch-index <= 78-cache-max
                   move ws-total to ws-cache-values(
                           ls-batch-index)
                   move "Y" to ws-cache-set(
                           ls-batch-index)
               end-if
           end-if

           move "OK " to result-status
           move ws-total to result-value
           exit section.

       modular-one-index section.
           *> No ceiling here - the ceiling guards the 32-bit engine,
           *> and residues never outgrow the modulus.
           if ls-batch-index = 0
                   or ls-batch-index > 78-modular-index-max
               if ls-batch-index = 0
                   set ls-zero-value-88 to true
                   move "Please enter a non-zero numerical value."
                       to ls-log-message
               else
                   set ls-large-value-88 to true
                   move "Modular index past the edited range."
                       to ls-log-message
               end-if
               move ls-batch-index to ws-log-index
               perform log-error
               move "ERR" to result-status
               move ls-error-code to result-value
               move ws-modulus to result-modulus
               exit section
           end-if

           call "fibmodulo" using ls-batch-index, ws-modulus,
                                  ws-mod-value
           add 1 to ws-modular-count
           move "MOD" to result-status
           move ws-mod-value to result-value
           move ws-modulus to result-modulus
           exit section.

           entry "fibonacci" using     lk-fibonacci
                                   lk-max-index

               move ws-total to lk-verify-total
           goback.

           entry "fibmodulo" using lk-mod-index, lk-modulus,
                                   lk-mod-value
               *> F(n) mod m by the additive recurrence, reducing
               *> every step so nothing outgrows the modulus. Same
               *> numbering as "fibonacci": term 1 = 1, term 2 = 1.
               if lk-modulus = 0 or lk-mod-index = 0
                   move 0 to lk-mod-value
                   goback
               end-if
               move 0 to ws-mod-prev
               move function mod(1, lk-modulus) to ws-mod-curr
               perform varying ws-mod-step from 2 by 1
                       until ws-mod-step > lk-mod-index
                   move ws-mod-curr to ws-mod-temp
                   compute ws-mod-curr =
                       function mod(ws-mod-curr + ws-mod-prev,
                                    lk-modulus)
                   move ws-mod-temp to ws-mod-prev
               end-perform
               move ws-mod-curr to lk-mod-value
           goback.

           entry "errorcheck" using lk-max-index

               if lk-max-index = 0
                   set ls-zero-value-88 to true
                   move "Please enter a non-zero numerical value."
                       to ls-log-message
                   move lk-max-index to ws-log-index
                   perform log-error
                   goback returning ls-error-code
               else if lk-max-index > ws-index-ceiling
                   set ls-large-value-88 to true
                   move "Please enter a value within the configured ceiling."
                       to ls-log-message
                   move lk-max-index to ws-log-index
                   perform log-error
                   goback returning ls-error-code
               end-if
           move spaces to error-log-record
           move ls-log-timestamp(1:8) to elog-date
           move ls-log-timestamp(9:6) to elog-time
           move ws-log-index to elog-index
           move ls-error-code to elog-code
           move ls-log-message to elog-message
           write error-log-record
