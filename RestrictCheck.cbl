      $set sourceformat(variable)
       identification division.
       program-id. RestrictCheck.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select restrict-file assign to dynamic ws-restrict-name
               organization is line sequential
               file status is ws-restrict-status.
           select hits-file assign to dynamic ws-hits-name
               organization is line sequential
               file status is ws-hits-status.

       data division.
       file section.
       fd  restrict-file.
       01  restrict-record.
           05 rst-pattern        pic x(20).
           05 filler             pic x.
           05 rst-match          pic x.
           05 filler             pic x.
           05 rst-action         pic x.
           05 filler             pic x.
           05 rst-reason         pic x(30).

      *> restrictedhits.dat - one row per hit, block or flag, from
      *> whichever program screened the text; RestrictReport lists it.
       fd  hits-file.
       01  hits-record.
           05 hit-date           pic x(8).
           05 filler             pic x.
           05 hit-time           pic x(6).
           05 filler             pic x.
           05 hit-program        pic x(20).
           05 filler             pic x.
           05 hit-who            pic x(8).
           05 filler             pic x.
           05 hit-action         pic x(5).
           05 filler             pic x.
           05 hit-pattern        pic x(20).
           05 filler             pic x.
           05 hit-word           pic x(20).
           05 filler             pic x.
           05 hit-reason         pic x(30).

       working-storage section.
      *> restrictedwords.dat is read once per run, on the first
      *> screening call, like the other reference files a CALLed
      *> module serves. A missing file restricts nothing. A row with
      *> a match type or action this module does not know is taken
      *> as exact and block - a compliance row is never dropped for
      *> a typing slip; RestrictMaint refuses such rows in the first
      *> place.
       78 78-restrict-max      value 500.
       78 78-token-max         value 50.
       01 ws-loaded            pic x value "N".
           88 ws-loaded-yes    value "Y".
       01 ws-restrict-status   pic x(2).
       01 ws-restrict-eof      pic x value "N".
           88 ws-restrict-eof-yes value "Y".
       01 ws-restrict-count    pic 9(4) comp-x value 0.
       01 ws-restrict-table.
           05 ws-restrict-entry occurs 78-restrict-max.
               10 ws-rst-pattern    pic x(20).
               10 ws-rst-match      pic x.
               10 ws-rst-action     pic x.
                   88 ws-rst-flag   value "F".
               10 ws-rst-reason     pic x(30).
       01 ws-restrict-num      pic 9(4) comp-x.
       01 ws-hits-status       pic x(2).
       01 ws-hits-open         pic x value "N".
           88 ws-hits-open-yes value "Y".
       01 ws-restrict-name     pic x(45).
       01 ws-hits-name         pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-timestamp         pic x(21).

      *> The text broken into words: spaces and punctuation part
      *> them, so "CONFIDENTIAL," is still the word CONFIDENTIAL.
       01 ws-screen-text       pic x(100).
       01 ws-token-count       pic 9(4) comp-x.
       01 ws-token-table.
           05 ws-token occurs 78-token-max pic x(20).
       01 ws-token-num         pic 9(4) comp-x.
       01 ws-split-pointer     pic 9(4) comp-x.
       01 ws-split-word        pic x(20).
       01 ws-blocked           pic x.
           88 ws-blocked-yes   value "Y".

      *> One word against one pattern, the comparison LinkedList's
      *> match modes make: E/space exact, C case-folded, W "?" for
      *> any one character and a trailing "*" for any stem, B both.
       01 ws-match-mode        pic x.
           88 ws-match-any-wild value "W", "B".
           88 ws-match-any-fold value "C", "B".
       01 ws-match-value       pic x(20).
       01 ws-match-pattern     pic x(20).
       01 ws-match-result      pic x value "N".
           88 ws-match-result-yes value "Y".
       01 ws-match-val-len     pic 9(4) comp-x.
       01 ws-match-pat-len     pic 9(4) comp-x.
       01 ws-match-pos         pic 9(4) comp-x.
       01 ws-match-char        pic x.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-program           pic x(20).
       01 lk-who               pic x(8).
       01 lk-text              pic x(100).
       01 lk-result            pic 9(4).
       01 lk-reason            pic x(40).

       procedure division.

           entry "restrictcheck" using lk-program, lk-who, lk-text,
                                       lk-result, lk-reason
               *> Screens text about to be published or stored
               *> against restrictedwords.dat. A block hit returns
               *> invalid-data with the reason for the caller to show;
               *> a flag hit lets the text through. Either way every
               *> hit is written to restrictedhits.dat with the
               *> program and the operator or pair id, so the
               *> compliance report sees both.
               move 78-ec-ok to lk-result
               move spaces to lk-reason
               if not ws-loaded-yes
                   perform load-restricted
               end-if
               if ws-restrict-count = 0 or lk-text = spaces
                   goback
               end-if

               perform split-text
               move "N" to ws-blocked
               perform varying ws-token-num from 1 by 1
                       until ws-token-num > ws-token-count
                   perform varying ws-restrict-num from 1 by 1
                           until ws-restrict-num > ws-restrict-count
                       move ws-rst-match(ws-restrict-num)
                           to ws-match-mode
                       move ws-token(ws-token-num) to ws-match-value
                       move ws-rst-pattern(ws-restrict-num)
                           to ws-match-pattern
                       perform match-word
                       if ws-match-result-yes
                           perform record-hit
                       end-if
                   end-perform
               end-perform
               if ws-hits-open-yes
                   close hits-file
                   move "N" to ws-hits-open
               end-if
               if ws-blocked-yes
                   move 78-ec-invalid-data to lk-result
               end-if
               goback.

           load-restricted section.
               set ws-loaded-yes to true
               move "restrictedwords.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base,
                                        ws-restrict-name
               move "restrictedhits.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base, ws-hits-name
               move 0 to ws-restrict-count
               open input restrict-file
               if ws-restrict-status not = "00"
                   exit section
               end-if
               move "N" to ws-restrict-eof
               perform until ws-restrict-eof-yes
                          or ws-restrict-count = 78-restrict-max
                   read restrict-file
                       at end
                           set ws-restrict-eof-yes to true
                       not at end
                           if rst-pattern not = spaces
                                   and rst-pattern(1:1) not = "*"
                               add 1 to ws-restrict-count
                               move rst-pattern to
                                   ws-rst-pattern(ws-restrict-count)
                               move rst-match to
                                   ws-rst-match(ws-restrict-count)
                               move rst-action to
                                   ws-rst-action(ws-restrict-count)
                               move rst-reason to
                                   ws-rst-reason(ws-restrict-count)
                               if rst-match not = "E"
                                       and rst-match not = "C"
                                       and rst-match not = "W"
                                       and rst-match not = "B"
                                   move "E" to
                                       ws-rst-match(ws-restrict-count)
                               end-if
                               if rst-action not = "F"
                                   move "B" to
                                       ws-rst-action(ws-restrict-count)
                               end-if
                           end-if
                   end-read
               end-perform
               close restrict-file
               exit section.

           split-text section.
               move lk-text to ws-screen-text
               inspect ws-screen-text converting
                   ",.;:!?""()/" to "          "
               move 0 to ws-token-count
               move 1 to ws-split-pointer
               perform until ws-split-pointer
                              > function length(ws-screen-text)
                          or ws-token-count = 78-token-max
                   move spaces to ws-split-word
                   unstring ws-screen-text delimited by all space
                       into ws-split-word
                       with pointer ws-split-pointer
                   end-unstring
                   if ws-split-word not = spaces
                       add 1 to ws-token-count
                       move ws-split-word to ws-token(ws-token-count)
                   end-if
               end-perform
               exit section.

           match-word section.
               if ws-match-any-fold
                   move function upper-case(ws-match-value)
                       to ws-match-value
                   move function upper-case(ws-match-pattern)
                       to ws-match-pattern
               end-if

               move "N" to ws-match-result
               if not ws-match-any-wild
                   if ws-match-value = ws-match-pattern
                       move "Y" to ws-match-result
                   end-if
                   exit section
               end-if

               compute ws-match-pat-len = function length(
                       function trim(ws-match-pattern))
               compute ws-match-val-len = function length(
                       function trim(ws-match-value))

               move "Y" to ws-match-result
               perform varying ws-match-pos from 1 by 1
                       until ws-match-pos > ws-match-pat-len
                          or not ws-match-result-yes
                   move ws-match-pattern(ws-match-pos:1)
                       to ws-match-char
                   if ws-match-char = "*"
                           and ws-match-pos = ws-match-pat-len
                       exit perform
                   end-if
                   if ws-match-pos > ws-match-val-len
                       move "N" to ws-match-result
                   else
                       if ws-match-char not = "?"
                               and ws-match-char not =
                                   ws-match-value(ws-match-pos:1)
                           move "N" to ws-match-result
                       end-if
                   end-if
               end-perform

               if ws-match-result-yes
                       and ws-match-val-len > ws-match-pat-len
                       and ws-match-pattern(ws-match-pat-len:1)
                           not = "*"
                   move "N" to ws-match-result
               end-if
               exit section.

           record-hit section.
               if not ws-rst-flag(ws-restrict-num)
                       and not ws-blocked-yes
                   set ws-blocked-yes to true
                   string "RESTRICTED "
                          function trim(ws-rst-pattern(ws-restrict-num))
                          delimited by size into lk-reason
                   end-string
               end-if
               if not ws-hits-open-yes
                   open extend hits-file
                   if ws-hits-status = "35"
                       open output hits-file
                   end-if
                   if ws-hits-status not = "00"
                       display "WARNING: restrictedhits.dat "
                               "unavailable (" ws-hits-status
                               ") - hit not logged."
                       exit section
                   end-if
                   set ws-hits-open-yes to true
               end-if
               move function current-date to ws-timestamp
               move spaces to hits-record
               move ws-timestamp(1:8) to hit-date
               move ws-timestamp(9:6) to hit-time
               move lk-program to hit-program
               move lk-who to hit-who
               if ws-rst-flag(ws-restrict-num)
                   move "FLAG" to hit-action
               else
                   move "BLOCK" to hit-action
               end-if
               move ws-rst-pattern(ws-restrict-num) to hit-pattern
               move ws-token(ws-token-num) to hit-word
               move ws-rst-reason(ws-restrict-num) to hit-reason
               write hits-record
               exit section.

       end program RestrictCheck.
