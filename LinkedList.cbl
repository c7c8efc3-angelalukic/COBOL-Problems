       01 ws-split-word                pic x(78-word-size).
       01 ws-split-source              pic x(78-list-max-size).
       01 ws-renumber-num              pic x(4) comp-x.
       01 ws-last-hits                 pic x(4) comp-x value 0.
       01 ws-string-pointer            pic 9(4) comp-x.
       01 ws-heap-addresses            pointer value null occurs 78-list-max-size.
       01 ws-substring-removed         pic x comp-x value 0.
         88 ws-substring-removed-false value 0.
       01 ws-ct-direction              pic x.
       01 ws-trailer-bad               pic x value "N".
           88 ws-trailer-bad-yes       value "Y".
      *> Words entering a list by insert or replace are screened
      *> against the restricted-word file first; a refused call
      *> leaves the list as it was and says why through lastrefusal.
       01 ws-refusal                   pic x(40) value spaces.
       01 ws-screen-program            pic x(20) value "LinkedList".
       01 ws-screen-text               pic x(100).
       01 ws-screen-result             pic 9(4).
       copy "ErrorCodes.cpy"           replacing ==()== by ==ws==.

       local-storage section.
           88 lk-remove-found-true     value 1.
       01 lk-match-mode                pic x.
       01 lk-operator-id               pic x(8).
       01 lk-refusal                   pic x(40).

       procedure division.

               move lk-input to ws-split-source
               perform split-target
               set lk-remove-found-false to true
               move 0 to ws-last-hits
               set ls-head to lk-node-ptr
               set address of lk-node to lk-node-ptr
               move "N" to ls-remove-eof

                   if ws-substring-removed-true
                       set lk-remove-found-true to true
                       add 1 to ws-last-hits
                       if ws-substring-previous is = null
                           set ls-head to ws-substring-next                    *> Return new head to LinkedList if original head was removed
                       end-if

           entry "replace" using lk-node-ptr, lk-input,
                                 lk-replacement, lk-remove-found
               move lk-replacement to ws-screen-text
               perform screen-new-text
               if ws-refusal not = spaces
                   set lk-remove-found-false to true
                   move 0 to ws-last-hits
                   goback returning 78-ec-invalid-data
               end-if
               move "REPLACE" to ws-jnl-op
               move 0 to ws-jnl-position
               move lk-input to ws-jnl-text
               move lk-input to ws-split-source
               perform split-target
               set lk-remove-found-false to true
               move 0 to ws-last-hits
               set ls-head to lk-node-ptr
               set address of lk-node to lk-node-ptr
               move "N" to ls-remove-eof

                   if ws-substring-removed-true
                       set lk-remove-found-true to true
                       move 1 to ws-last-hits
                       set ws-substring-removed-false to true
                       perform splice-replacement
                       perform renumber-list
               set lk-node-ptr to ls-head
               goback.

           entry "replaceall" using lk-node-ptr, lk-input,
                                    lk-replacement, lk-remove-found
               *> "replace" for every occurrence, not just the first.
               *> The walk picks up after each replacement spliced in,
               *> so a replacement that repeats the target is never
               *> matched again.
               move lk-replacement to ws-screen-text
               perform screen-new-text
               if ws-refusal not = spaces
                   set lk-remove-found-false to true
                   move 0 to ws-last-hits
                   goback returning 78-ec-invalid-data
               end-if
               move "REPLALL" to ws-jnl-op
               move 0 to ws-jnl-position
               move lk-input to ws-jnl-text
               perform journal-write
               move "REPLWITH" to ws-jnl-op
               move lk-replacement to ws-jnl-text
               perform journal-write

               move lk-input to ws-split-source
               perform split-target
               set lk-remove-found-false to true
               move 0 to ws-last-hits
               set ls-head to lk-node-ptr
               set address of lk-node to lk-node-ptr
               move "N" to ls-remove-eof
               perform until ls-remove-eof-yes

                   move 1 to ls-loop
                   perform node-matches-target
                   if ws-match-result-yes
                       perform remove-matched
                   end-if

                   if ws-substring-removed-true
                       set lk-remove-found-true to true
                       add 1 to ws-last-hits
                       set ws-substring-removed-false to true
                       perform splice-replacement
                       if ws-substring-next is = null
                           set ls-remove-eof-yes to true
                       else
                           set address of lk-node to ws-substring-next
                       end-if
                   else
                       if lk-next-node is = null
                           set ls-remove-eof-yes to true
                       else
                           set address of lk-node to lk-next-node
                       end-if
                   end-if

               end-perform
               perform renumber-list
               set lk-node-ptr to ls-head
               goback.

           entry "lastrefusal" using lk-refusal
               *> Why the last insert, replace or replaceall was
               *> refused - spaces when it was not.
               move ws-refusal to lk-refusal
               goback.

           screen-new-text section.
               *> The operator set by "setoperator" is who the
               *> compliance log names.
               move spaces to ws-refusal
               call "restrictcheck" using ws-screen-program,
                                          ws-journal-operator,
                                          ws-screen-text,
                                          ws-screen-result,
                                          ws-refusal
               if ws-screen-result = 78-ec-ok
                   move spaces to ws-refusal
               end-if
               exit section.

           entry "lasthits" using lk-count
               *> How many occurrences the last remove, replace or
               *> replaceall changed.
               move ws-last-hits to lk-count
               goback.

           entry "liststring" using lk-head-ptr, lk-input
               *> The words of the list joined by single spaces - the
               *> string it now stands for.
               move spaces to lk-input
               move 1 to ws-string-pointer
               set ls-walk to lk-head-ptr
               perform until ls-walk = null
                   set address of lk-node to ls-walk
                   if lk-val not = spaces
                       if ws-string-pointer > 1
                           string " " delimited by size
                               into lk-input
                               with pointer ws-string-pointer
                           end-string
                       end-if
                       string lk-val delimited by space
                           into lk-input
                           with pointer ws-string-pointer
                       end-string
                   end-if
                   set ls-walk to lk-next-node
               end-perform
               goback.

           splice-replacement section.
               *> Build a fresh chain of nodes for the replacement
               *> words and hook it in where remove-matched cut the
               exit section.

           entry "insert" using lk-head-ptr, lk-insert-position, lk-insert-val
               move spaces to ws-screen-text
               move lk-insert-val to ws-screen-text
               perform screen-new-text
               if ws-refusal not = spaces
                   goback returning 78-ec-invalid-data
               end-if
               move "INSERT" to ws-jnl-op
               move lk-insert-position to ws-jnl-position
               move spaces to ws-jnl-text
