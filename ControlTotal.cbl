       01 lk-buffer            pic x(100).
       01 lk-count             pic 9(6).
       01 lk-sum               pic 9(10).
       01 lk-length            pic 9(4).
       01 lk-result            pic 9(4).
       01 lk-file-name         pic x(45).
       01 lk-direction         pic x.
               move ws-hash-work to lk-sum
               goback.

           entry "cthashlen" using lk-buffer, lk-length, lk-count,
                                   lk-sum
               *> The same totals over the first lk-length bytes as
               *> they stand, for a record whose padding is not an
               *> ASCII space (an EBCDIC record, say) - the caller
               *> says where the significant bytes end.
               add 1 to lk-count
               move lk-length to ws-hash-length
               if ws-hash-length > 100
                   move 100 to ws-hash-length
               end-if
               move lk-sum to ws-hash-work
               perform varying ws-hash-pos from 1 by 1
                       until ws-hash-pos > ws-hash-length
                   compute ws-hash-work = function mod(
                           ws-hash-work
                           + function ord(lk-buffer(ws-hash-pos:1))
                             * ws-hash-pos,
                           78-sum-modulus)
               end-perform
               move ws-hash-work to lk-sum
               goback.

           entry "cttrailer" using lk-buffer, lk-count, lk-sum
               *> Build the 19-byte trailer record every suite data
               *> file carries as its last line: TRL + count + sum.
