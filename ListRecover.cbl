           05 ws-journal-entry occurs 78-journal-max.
               10 ws-jnl-list      pic x(20).
               10 ws-jnl-op        pic x(8).
               10 ws-jnl-operator  pic x(8).
               10 ws-jnl-position  pic 9(4).
               10 ws-jnl-text      pic x(100).
       01 ws-name-count        pic 9(4) comp-x value 0.
       01 ws-replace-text      pic x(100).
       01 ws-replace-pending   pic x value "N".
           88 ws-replace-pending-yes value "Y".
           88 ws-replace-pending-all value "A".
       01 ws-remove-found      pic x comp-x value 0.
       01 ws-match-mode        pic x.
       01 ws-replay-count      pic 9(4) value 0.
       01 ws-failed-count      pic 9(4) value 0.
       01 ws-list-count        pic x(4) comp-x.
       01 ws-load-return       pic 9(4).
       01 ws-program-name      pic x(20) value "ListRecover".
       01 ws-access-function   pic x value "U".
       01 ws-access-result     pic 9(4).
       01 ws-checked-operator  pic x(8).
       01 ws-checked-result    pic 9(4).
       01 ws-denied-count      pic 9(4).
       01 ws-refused-count     pic 9(4).
       01 ws-refusal           pic x(40).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.
                           add 1 to ws-entry-count
                           move jnl-list to ws-jnl-list(ws-entry-count)
                           move jnl-op to ws-jnl-op(ws-entry-count)
                           move jnl-operator
                               to ws-jnl-operator(ws-entry-count)
                           move jnl-position
                               to ws-jnl-position(ws-entry-count)
                           move jnl-text
           move space to ws-match-mode
           call "setmatchmode" using ws-match-mode

           move high-values to ws-checked-operator
           move 0 to ws-denied-count
           move 0 to ws-refused-count
           perform varying ws-entry-num from 1 by 1
                   until ws-entry-num > ws-entry-count
               if ws-jnl-list(ws-entry-num) = ws-recover-list
                   perform check-replay-access
                   if ws-checked-result = 0
                       perform replay-one
                   else
                       add 1 to ws-denied-count
                   end-if
               end-if
           end-perform

           call "count" using ws-head, ws-list-count
           display "  recovered " ws-list-count " record(s)."
           if ws-denied-count not = 0
               display "  skipped " ws-denied-count " operation(s) "
                       "journalled by an operator without update "
                       "access to the list."
           end-if
           if ws-refused-count not = 0
               display "  refused " ws-refused-count " operation(s) "
                       "that would now bring in a restricted word."
           end-if

           if ws-recover-default
               call "save" using ws-head
           end-if
           exit section.

       check-replay-access section.
           *> A journalled change is replayed only if the operator
           *> who made it may update the list now. The answer is
           *> kept while the same operator's records follow one
           *> another, so a run of refused records is one DENY on
           *> the audit trail rather than one per record.
           if ws-jnl-operator(ws-entry-num) = ws-checked-operator
               exit section
           end-if
           move ws-jnl-operator(ws-entry-num) to ws-checked-operator
           call "listaccess" using ws-program-name, ws-recover-list,
                                   ws-checked-operator,
                                   ws-access-function,
                                   ws-access-result
           move ws-access-result to ws-checked-result
           exit section.

       replay-one section.
           add 1 to ws-replay-count
           *> Replayed words are screened again, under the name of
           *> the operator who first made the change.
           call "setoperator" using ws-jnl-operator(ws-entry-num)
           evaluate ws-jnl-op(ws-entry-num)
               when "INSERT  "
                   move ws-jnl-position(ws-entry-num)
                   call "insert" using ws-head, ws-insert-position,
                                       ws-insert-word
                   end-call
                   perform note-refusal
               when "REMOVE  "
                   move ws-jnl-text(ws-entry-num)
                       to ws-remove-phrase
                   move ws-jnl-text(ws-entry-num)
                       to ws-replace-target
                   move "Y" to ws-replace-pending
               when "REPLALL "
                   move ws-jnl-text(ws-entry-num)
                       to ws-replace-target
                   move "A" to ws-replace-pending
               when "REPLWITH"
                   if ws-replace-pending-all
                       move ws-jnl-text(ws-entry-num)
                           to ws-replace-text
                       move 0 to ws-remove-found
                       call "replaceall" using ws-head,
                                               ws-replace-target,
                                               ws-replace-text,
                                               ws-remove-found
                       end-call
                       perform note-refusal
                       move "N" to ws-replace-pending
                   end-if
                   if ws-replace-pending-yes
                       move ws-jnl-text(ws-entry-num)
                           to ws-replace-text
                                            ws-replace-text,
                                            ws-remove-found
                       end-call
                       perform note-refusal
                       move "N" to ws-replace-pending
                   end-if
               when other
           end-evaluate
           exit section.

       note-refusal section.
           call "lastrefusal" using ws-refusal
           if ws-refusal not = spaces
               add 1 to ws-refused-count
               display "  not replayed: " function trim(ws-refusal)
           end-if
           exit section.

       end program ListRecover.
