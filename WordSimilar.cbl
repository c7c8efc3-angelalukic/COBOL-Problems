      $set sourceformat(variable)
       identification division.
       program-id. WordSimilar.

       data division.
       working-storage section.
      *> Decides whether two words are close enough that one is
      *> probably a variant or a mistyping of the other. The reason
      *> handed back names the first test that matched:
      *>   CASE  the same word apart from upper/lower case
      *>   TRAN  two neighbouring letters swapped ("Wehre"/"Where")
      *>   EDIT  one letter added, dropped or changed - two for words
      *>         of eight letters or more
      *>   SNDX  the same Soundex code, i.e. they sound alike
      *> and is blank when the words are unrelated. All tests work on
      *> the case-folded words; EDIT and SNDX are only tried on words
      *> of four letters or more, below which nearly everything is a
      *> letter away from something else.
       01 ws-word-1            pic x(20).
       01 ws-word-2            pic x(20).
       01 ws-length-1          pic 9(4) comp-x.
       01 ws-length-2          pic 9(4) comp-x.
       01 ws-shorter           pic 9(4) comp-x.
       01 ws-pos               pic 9(4) comp-x.
       01 ws-row               pic 9(4) comp-x.
       01 ws-col               pic 9(4) comp-x.
       01 ws-diff-count        pic 9(4) comp-x.
       01 ws-diff-pos          pic 9(4) comp-x.
       01 ws-cost              pic 9(4) comp-x.
       01 ws-best              pic 9(4) comp-x.
       01 ws-limit             pic 9(4) comp-x.
      *> Edit-distance grid: row i, column j holds the distance
      *> between the first i-1 letters of one word and the first j-1
      *> of the other.
       01 ws-distance-grid.
           05 ws-distance-row occurs 21.
               10 ws-distance      pic 9(4) comp-x occurs 21.
       01 ws-soundex-1         pic x(4).
       01 ws-soundex-2         pic x(4).
       01 ws-sdx-word          pic x(20).
       01 ws-sdx-code          pic x(4).
       01 ws-sdx-length        pic 9(4) comp-x.
       01 ws-sdx-out           pic 9(4) comp-x.
       01 ws-sdx-digit         pic x.
       01 ws-sdx-last          pic x.

       linkage section.
       01 lk-word-1            pic x(20).
       01 lk-word-2            pic x(20).
       01 lk-reason            pic x(4).

       procedure division.

           entry "wordsimilar" using lk-word-1, lk-word-2, lk-reason
               move spaces to lk-reason
               if lk-word-1 = spaces or lk-word-2 = spaces
                       or lk-word-1 = lk-word-2
                   goback
               end-if
               move function upper-case(lk-word-1) to ws-word-1
               move function upper-case(lk-word-2) to ws-word-2
               if ws-word-1 = ws-word-2
                   move "CASE" to lk-reason
                   goback
               end-if
               compute ws-length-1 =
                   function length(function trim(ws-word-1 trailing))
               compute ws-length-2 =
                   function length(function trim(ws-word-2 trailing))

               perform check-transposition
               if ws-diff-count = 2
                   move "TRAN" to lk-reason
                   goback
               end-if

               if ws-length-1 < 4 or ws-length-2 < 4
                   goback
               end-if

               if ws-length-1 < ws-length-2
                   move ws-length-1 to ws-shorter
               else
                   move ws-length-2 to ws-shorter
               end-if
               if ws-shorter >= 8
                   move 2 to ws-limit
               else
                   move 1 to ws-limit
               end-if
               if function abs(ws-length-1 - ws-length-2) <= ws-limit
                   perform compute-edit-distance
                   if ws-distance(ws-length-1 + 1, ws-length-2 + 1)
                           <= ws-limit
                       move "EDIT" to lk-reason
                       goback
                   end-if
               end-if

               move ws-word-1 to ws-sdx-word
               perform compute-soundex
               move ws-sdx-code to ws-soundex-1
               move ws-word-2 to ws-sdx-word
               perform compute-soundex
               move ws-sdx-code to ws-soundex-2
               if ws-soundex-1 = ws-soundex-2
                   move "SNDX" to lk-reason
               end-if
               goback.

       check-transposition section.
           *> ws-diff-count comes back 2 only when the words are the
           *> same length and differ in exactly one pair of
           *> neighbouring letters, swapped.
           move 0 to ws-diff-count
           if ws-length-1 not = ws-length-2 or ws-length-1 < 3
               exit section
           end-if
           move 0 to ws-diff-pos
           perform varying ws-pos from 1 by 1
                   until ws-pos > ws-length-1
               if ws-word-1(ws-pos:1) not = ws-word-2(ws-pos:1)
                   add 1 to ws-diff-count
                   if ws-diff-pos = 0
                       move ws-pos to ws-diff-pos
                   end-if
               end-if
           end-perform
           if ws-diff-count not = 2
               exit section
           end-if
           if ws-diff-pos = ws-length-1
               move 0 to ws-diff-count
               exit section
           end-if
           if ws-word-1(ws-diff-pos:1) not = ws-word-2(ws-diff-pos + 1:1)
                   or ws-word-1(ws-diff-pos + 1:1)
                       not = ws-word-2(ws-diff-pos:1)
               move 0 to ws-diff-count
           end-if
           exit section.

       compute-edit-distance section.
           perform varying ws-row from 1 by 1
                   until ws-row > ws-length-1 + 1
               compute ws-distance(ws-row, 1) = ws-row - 1
           end-perform
           perform varying ws-col from 1 by 1
                   until ws-col > ws-length-2 + 1
               compute ws-distance(1, ws-col) = ws-col - 1
           end-perform
           perform varying ws-row from 2 by 1
                   until ws-row > ws-length-1 + 1
               perform varying ws-col from 2 by 1
                       until ws-col > ws-length-2 + 1
                   if ws-word-1(ws-row - 1:1) = ws-word-2(ws-col - 1:1)
                       move 0 to ws-cost
                   else
                       move 1 to ws-cost
                   end-if
                   compute ws-best = ws-distance(ws-row - 1, ws-col - 1)
                                   + ws-cost
                   if ws-distance(ws-row - 1, ws-col) + 1 < ws-best
                       compute ws-best = ws-distance(ws-row - 1, ws-col)
                                       + 1
                   end-if
                   if ws-distance(ws-row, ws-col - 1) + 1 < ws-best
                       compute ws-best = ws-distance(ws-row, ws-col - 1)
                                       + 1
                   end-if
                   move ws-best to ws-distance(ws-row, ws-col)
               end-perform
           end-perform
           exit section.

       compute-soundex section.
           *> American Soundex: the first letter, then the digit of
           *> each following consonant group, repeats of the same
           *> digit collapsed (H and W do not break a repeat, vowels
           *> do), padded with zeros to four characters.
           move "0000" to ws-sdx-code
           move ws-sdx-word(1:1) to ws-sdx-code(1:1)
           move 1 to ws-sdx-out
           compute ws-sdx-length =
               function length(function trim(ws-sdx-word trailing))
           move space to ws-sdx-last
           move ws-sdx-word(1:1) to ws-sdx-digit
           perform soundex-digit
           move ws-sdx-digit to ws-sdx-last
           perform varying ws-pos from 2 by 1
                   until ws-pos > ws-sdx-length or ws-sdx-out = 4
               move ws-sdx-word(ws-pos:1) to ws-sdx-digit
               perform soundex-digit
               evaluate true
                   when ws-sdx-digit = "H"
                       continue
                   when ws-sdx-digit = "0"
                       move "0" to ws-sdx-last
                   when ws-sdx-digit = ws-sdx-last
                       continue
                   when other
                       add 1 to ws-sdx-out
                       move ws-sdx-digit to ws-sdx-code(ws-sdx-out:1)
                       move ws-sdx-digit to ws-sdx-last
               end-evaluate
           end-perform
           exit section.

       soundex-digit section.
           *> Letter in ws-sdx-digit becomes its Soundex digit; "0"
           *> for vowels and anything that is not a letter, "H" for
           *> the two letters that are transparent (H and W).
           evaluate ws-sdx-digit
               when "B" when "F" when "P" when "V"
                   move "1" to ws-sdx-digit
               when "C" when "G" when "J" when "K"
               when "Q" when "S" when "X" when "Z"
                   move "2" to ws-sdx-digit
               when "D" when "T"
                   move "3" to ws-sdx-digit
               when "L"
                   move "4" to ws-sdx-digit
               when "M" when "N"
                   move "5" to ws-sdx-digit
               when "R"
                   move "6" to ws-sdx-digit
               when "H" when "W"
                   move "H" to ws-sdx-digit
               when other
                   move "0" to ws-sdx-digit
           end-evaluate
           exit section.

       end program WordSimilar.
