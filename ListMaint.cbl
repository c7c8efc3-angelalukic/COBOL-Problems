       01 ws-insert-position       pic x(4) comp-x.
       01 ws-position-x            pic x(4).
       01 ws-insert-word           pic x(20).
       01 ws-refusal               pic x(40).
       01 ws-remove-phrase         pic x(100).
       01 ws-match-mode            pic x value space.
       01 ws-remove-found          pic x comp-x value 0.
       01 ws-operator              pic x(8) value spaces.
       01 ws-op-function           pic x.
       01 ws-op-result             pic 9(4).
       01 ws-program-name          pic x(20) value "ListMaint".
       01 ws-access-function       pic x.
       01 ws-access-result         pic 9(4).
       01 ws-new-list              pic x value "N".
           88 ws-new-list-yes      value "Y".
       01 ws-owner-ok              pic x value "N".
           88 ws-owner-ok-yes      value "Y".
       01 ws-rights-result         pic 9(4).
       01 ws-grant-num             pic 9(4) comp-x.
       01 ws-grant-found           pic 9(4) comp-x.
       01 ws-grant-operator        pic x(8).
       01 ws-grant-level           pic x.
       78 78-grant-max             value 10.
       copy "ListRights.cpy"       replacing ==()== by ==rw==.
       copy "ErrorCodes.cpy"       replacing ==()== by ==ws==.

       procedure division.
           display "Operator id: " with no advancing
           accept ws-operator
           move "L" to ws-op-function
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if
                   "linkedlist.dat): " with no advancing
           accept ws-list-name

           *> A named list with an owner is open only to its owner
           *> and the operators the owner has granted access.
           move "R" to ws-access-function
           call "listaccess" using ws-program-name, ws-list-name,
                                   ws-operator, ws-access-function,
                                   ws-access-result
           if ws-access-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           perform take-list-lock
           if not ws-lock-held-yes
               goback returning 78-ec-run-locked
                       perform reverse-list
                   when "S" when "s"
                       perform save-list
                   when "O" when "o"
                       perform ownership-menu
                   when "Q" when "q"
                       perform quit-maint
                   when other
               if ws-confirm = "Y" or "y"
                   set ws-head to null
                   move 78-ec-ok to ws-load-return
                   set ws-new-list-yes to true
               else
                   perform release-list-lock
               end-if
       show-menu section.
           display " "
           display "B=browse  I=insert  R=remove  V=reverse  "
                   "S=save  O=owner/access  Q=quit"
           display "Choice: " with no advancing
           exit section.

           exit section.

       insert-word section.
           perform check-update-access
           if ws-access-result not = 0
               exit section
           end-if
           display "Insert at position: " with no advancing
           accept ws-position-x
           if function trim(ws-position-x) not numeric
           call "insert" using ws-head, ws-insert-position,
                               ws-insert-word
           end-call
           call "lastrefusal" using ws-refusal
           if ws-refusal not = spaces
               display "Not inserted - " function trim(ws-refusal)
                       " (restricted-word list)."
               exit section
           end-if
           move "Y" to ws-dirty
           display "Inserted."
           exit section.

       remove-phrase section.
           perform check-update-access
           if ws-access-result not = 0
               exit section
           end-if
           display "Word or phrase to remove: " with no advancing
           accept ws-remove-phrase
           if ws-remove-phrase = spaces
           exit section.

       reverse-list section.
           perform check-update-access
           if ws-access-result not = 0
               exit section
           end-if
           call "reverse" using ws-head
           move "Y" to ws-dirty
           move 1 to ws-page-start
           exit section.

       save-list section.
           perform check-update-access
           if ws-access-result not = 0
               exit section
           end-if
           if ws-default-list
               display "Rewrite linkedlist.dat from the current list "
                       "(Y/N)? " with no advancing
                   call "save" using ws-head
               else
                   call "savenamed" using ws-head, ws-list-name
                   if ws-new-list-yes
                       call "listclaim" using ws-list-name,
                                              ws-operator
                       move "N" to ws-new-list
                   end-if
               end-if
               move "N" to ws-dirty
               display "Saved."
           end-if
           exit section.

       check-update-access section.
           *> Asked at each change rather than once at load, so an
           *> operator holding read access can still browse, and
           *> every refused change is on the audit trail.
           move "U" to ws-access-function
           call "listaccess" using ws-program-name, ws-list-name,
                                   ws-operator, ws-access-function,
                                   ws-access-result
           exit section.

       ownership-menu section.
           if ws-default-list
               display "linkedlist.dat has no owner - the L "
                       "authority alone controls it."
               exit section
           end-if
           call "listrightsget" using ws-list-name, rw-rights-record,
                                      ws-rights-result
           perform show-rights
           display "G=grant  X=revoke  T=transfer ownership  "
                   "blank=back: " with no advancing
           move space to ws-confirm
           accept ws-confirm
           evaluate ws-confirm
               when "G" when "g"
                   perform grant-access
               when "X" when "x"
                   perform revoke-access
               when "T" when "t"
                   perform transfer-ownership
               when space
                   continue
               when other
                   display "Unknown choice."
           end-evaluate
           exit section.

       show-rights section.
           if rw-owner = spaces
               display "List '" function trim(ws-list-name)
                       "' has no owner - open to every list "
                       "maintenance operator."
               exit section
           end-if
           display "Owner: " rw-owner " (set " rw-changed-date
                   " by " rw-changed-by ")"
           perform varying ws-grant-num from 1 by 1
                   until ws-grant-num > 78-grant-max
               if rw-grant-operator(ws-grant-num) not = spaces
                   if rw-grant-update(ws-grant-num)
                       display "  " rw-grant-operator(ws-grant-num)
                               " update"
                   else
                       display "  " rw-grant-operator(ws-grant-num)
                               " read"
                   end-if
               end-if
           end-perform
           exit section.

       check-owner-or-supervisor section.
           *> The owner manages the list's rights; a supervisor (S
           *> authority) may act for an owner who is away or gone.
           move "N" to ws-owner-ok
           if rw-owner not = spaces and rw-owner = ws-operator
               set ws-owner-ok-yes to true
               exit section
           end-if
           move "S" to ws-op-function
           call "opcheck" using ws-operator, ws-op-function,
                                ws-op-result
           if ws-op-result = 0
               set ws-owner-ok-yes to true
           else
               call "listdenied" using ws-program-name, ws-list-name,
                                       ws-operator, ws-access-function
           end-if
           exit section.

       grant-access section.
           if rw-owner = spaces
               display "A supervisor must give the list an owner "
                       "(T) before access can be granted."
               exit section
           end-if
           move "G" to ws-access-function
           perform check-owner-or-supervisor
           if not ws-owner-ok-yes
               exit section
           end-if
           display "Operator to grant: " with no advancing
           move spaces to ws-grant-operator
           accept ws-grant-operator
           move function upper-case(ws-grant-operator)
               to ws-grant-operator
           if ws-grant-operator = spaces
                   or ws-grant-operator = rw-owner
               display "Nothing granted."
               exit section
           end-if
           if ws-grant-operator = ws-operator
               display "ERROR: nobody can grant themselves access."
               exit section
           end-if
           display "Access level (R=read, U=update): "
                   with no advancing
           move space to ws-grant-level
           accept ws-grant-level
           move function upper-case(ws-grant-level) to ws-grant-level
           if ws-grant-level not = "R" and ws-grant-level not = "U"
               display "Access level must be R or U."
               exit section
           end-if

           *> An operator already granted has the level changed in
           *> place; otherwise the first free slot is used.
           move 0 to ws-grant-found
           perform varying ws-grant-num from 1 by 1
                   until ws-grant-num > 78-grant-max
               if rw-grant-operator(ws-grant-num) = ws-grant-operator
                   move ws-grant-num to ws-grant-found
               end-if
           end-perform
           if ws-grant-found = 0
               perform varying ws-grant-num from 1 by 1
                       until ws-grant-num > 78-grant-max
                          or ws-grant-found not = 0
                   if rw-grant-operator(ws-grant-num) = spaces
                       move ws-grant-num to ws-grant-found
                   end-if
               end-perform
           end-if
           if ws-grant-found = 0
               display "Grant table full - revoke an operator first."
               exit section
           end-if
           move ws-grant-operator to rw-grant-operator(ws-grant-found)
           move ws-grant-level to rw-grant-level(ws-grant-found)
           perform put-rights
           exit section.

       revoke-access section.
           if rw-owner = spaces
               display "The list has no owner and no grants."
               exit section
           end-if
           move "G" to ws-access-function
           perform check-owner-or-supervisor
           if not ws-owner-ok-yes
               exit section
           end-if
           display "Operator to revoke: " with no advancing
           move spaces to ws-grant-operator
           accept ws-grant-operator
           move function upper-case(ws-grant-operator)
               to ws-grant-operator
           move 0 to ws-grant-found
           perform varying ws-grant-num from 1 by 1
                   until ws-grant-num > 78-grant-max
               if rw-grant-operator(ws-grant-num) = ws-grant-operator
                       and ws-grant-operator not = spaces
                   move ws-grant-num to ws-grant-found
               end-if
           end-perform
           if ws-grant-found = 0
               display "Operator holds no grant on this list."
               exit section
           end-if
           move spaces to rw-grant-operator(ws-grant-found)
           move space to rw-grant-level(ws-grant-found)
           perform put-rights
           exit section.

       transfer-ownership section.
           *> Only a supervisor can give an unowned list its first
           *> owner - otherwise any operator could take over a list
           *> another team has kept since before ownership.
           move "T" to ws-access-function
           perform check-owner-or-supervisor
           if not ws-owner-ok-yes
               exit section
           end-if
           display "New owner: " with no advancing
           move spaces to ws-grant-operator
           accept ws-grant-operator
           move function upper-case(ws-grant-operator)
               to ws-grant-operator
           if ws-grant-operator = spaces
                   or ws-grant-operator = rw-owner
               display "Ownership unchanged."
               exit section
           end-if
           if ws-grant-operator = ws-operator
               display "ERROR: a supervisor cannot give a list to "
                       "themselves."
               exit section
           end-if
           *> The new owner must be able to maintain lists at all.
           move "L" to ws-op-function
           call "opcheck" using ws-grant-operator, ws-op-function,
                                ws-op-result
           if ws-op-result not = 0
               display "Ownership unchanged."
               exit section
           end-if
           *> A grant to the new owner is redundant once it owns the
           *> list.
           perform varying ws-grant-num from 1 by 1
                   until ws-grant-num > 78-grant-max
               if rw-grant-operator(ws-grant-num) = ws-grant-operator
                   move spaces to rw-grant-operator(ws-grant-num)
                   move space to rw-grant-level(ws-grant-num)
               end-if
           end-perform
           move ws-list-name to rw-list
           move ws-grant-operator to rw-owner
           perform put-rights
           exit section.

       put-rights section.
           move ws-operator to rw-changed-by
           call "listrightsput" using rw-rights-record,
                                      ws-rights-result
           if ws-rights-result = 0
               display "Access rights updated."
           end-if
           exit section.

       end program ListMaint.
