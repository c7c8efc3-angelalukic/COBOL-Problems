       data division.
       file section.
       fd  verify-file.
       01  verify-record        pic x(19).
       01  verify-fields redefines verify-record.
           05 verify-index-text  pic x(4).
           05 filler             pic x.
           05 verify-modulus-text pic x(9).
           05 filler             pic x(5).

       fd  verify-report.
       01  report-line          pic x(80).
       01 ws-rec-display       pic z(17)9.
       01 ws-index-display     pic z(3)9.
       01 ws-compare-count     pic 9(9) value 0.
      *> Modular rows are checked against fast doubling - F(2k) =
      *> F(k)(2F(k+1) - F(k)) and F(2k+1) = F(k)^2 + F(k+1)^2, taken
      *> mod m - which shares nothing with the recurrence the
      *> production engine walks.
       01 ws-verify-modulus    pic 9(9) value 0.
       01 ws-mod-rec-value     pic 9(9).
       01 ws-mod-dbl-value     pic 9(9).
       01 ws-dbl-a             pic 9(9).
       01 ws-dbl-b             pic 9(9).
       01 ws-dbl-c             pic 9(9).
       01 ws-dbl-d             pic 9(9).
       01 ws-dbl-work          pic 9(18).
       01 ws-dbl-bit           pic 9(5).
       01 ws-dbl-rest          pic 9(5).
       01 ws-modulus-display   pic z(8)9.
       01 ws-modular-count     pic 9(9) value 0.
       01 ws-mismatch-count    pic 9(9) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
                   at end
                       set ws-verify-eof-yes to true
                   not at end
                       if verify-index-text not = spaces
                               and function trim(verify-index-text)
                                   is numeric
                           if verify-modulus-text not = spaces
                                   and function trim(
                                       verify-modulus-text) is numeric
                               perform verify-one-modular
                           else
                               perform verify-one-index
                           end-if
                       end-if
               end-read
           end-perform
           move spaces to report-line
           string "COMPARED: " ws-compare-count
                  " MISMATCHES: " ws-mismatch-count
                  " MODULAR: " ws-modular-count
                  delimited by size into report-line
           end-string
           write report-line

       verify-one-index section.
           compute ws-verify-index =
                   function numval(function trim(verify-index-text))
           if ws-verify-index = 0
               exit section
           end-if
           write report-line
           exit section.

       verify-one-modular section.
           compute ws-verify-index =
                   function numval(function trim(verify-index-text))
           compute ws-verify-modulus =
                   function numval(function trim(verify-modulus-text))
           if ws-verify-index = 0 or ws-verify-modulus = 0
               exit section
           end-if
           add 1 to ws-compare-count
           add 1 to ws-modular-count

           call "fibmodulo" using ws-verify-index, ws-verify-modulus,
                                  ws-mod-rec-value
           perform fast-doubling

           move ws-mod-dbl-value to ws-iter-display
           move ws-mod-rec-value to ws-rec-display
           move ws-verify-index to ws-index-display
           move ws-verify-modulus to ws-modulus-display
           move spaces to report-line
           if ws-mod-dbl-value = ws-mod-rec-value
               string ws-index-display
                      "  " ws-iter-display
                      "  " ws-rec-display
                      "  MATCH MOD " ws-modulus-display
                      delimited by size into report-line
               end-string
           else
               add 1 to ws-mismatch-count
               string ws-index-display
                      "  " ws-iter-display
                      "  " ws-rec-display
                      "  MISMATCH MOD " ws-modulus-display
                      delimited by size into report-line
               end-string
           end-if
           write report-line
           exit section.

       fast-doubling section.
           *> Walk the bits of n from the top, holding a = F(k) and
           *> b = F(k+1) mod m. Every product is of two residues below
           *> m, so it stays inside 18 digits.
           move 1 to ws-dbl-bit
           perform until ws-dbl-bit * 2 > ws-verify-index
               compute ws-dbl-bit = ws-dbl-bit * 2
           end-perform
           move ws-verify-index to ws-dbl-rest
           move 0 to ws-dbl-a
           compute ws-dbl-b = function mod(1, ws-verify-modulus)
           perform until ws-dbl-bit = 0
               compute ws-dbl-work = function mod(
                       2 * ws-dbl-b + ws-verify-modulus - ws-dbl-a,
                       ws-verify-modulus)
               compute ws-dbl-work = ws-dbl-a * ws-dbl-work
               compute ws-dbl-c =
                       function mod(ws-dbl-work, ws-verify-modulus)
               compute ws-dbl-work = ws-dbl-a * ws-dbl-a
               compute ws-dbl-d =
                       function mod(ws-dbl-work, ws-verify-modulus)
               compute ws-dbl-work = ws-dbl-b * ws-dbl-b
               compute ws-dbl-work =
                       function mod(ws-dbl-work, ws-verify-modulus)
               compute ws-dbl-d = function mod(ws-dbl-d + ws-dbl-work,
                                               ws-verify-modulus)
               if ws-dbl-rest >= ws-dbl-bit
                   subtract ws-dbl-bit from ws-dbl-rest
                   move ws-dbl-d to ws-dbl-a
                   compute ws-dbl-b = function mod(ws-dbl-c + ws-dbl-d,
                                                   ws-verify-modulus)
               else
                   move ws-dbl-c to ws-dbl-a
                   move ws-dbl-d to ws-dbl-b
               end-if
               compute ws-dbl-bit = ws-dbl-bit / 2
           end-perform
           move ws-dbl-a to ws-mod-dbl-value
           exit section.

       write-status-footer section.
           move spaces to report-line
           string "STATUS: " ws-report-status
