      $set sourceformat(variable)
       identification division.
       program-id. ListRights.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select rights-file assign to dynamic ws-rights-name
               organization is indexed
               access mode is dynamic
               record key is rgt-list
               file status is ws-rights-status.

       data division.
       file section.
       fd  rights-file.
       copy "ListRights.cpy"   replacing ==()== by ==rgt==.

       working-storage section.
       78 78-grant-max         value 10.
       01 ws-rights-status     pic x(2).
       01 ws-rights-name       pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-name-resolved     pic x value "N".
           88 ws-name-resolved-yes value "Y".
       01 ws-rights-found      pic x value "N".
           88 ws-rights-found-yes value "Y".
       01 ws-allowed           pic x value "N".
           88 ws-allowed-yes   value "Y".
       01 ws-grant-num         pic 9(4) comp-x.
       01 ws-timestamp         pic x(21).
       01 ws-deny-event        pic x(5) value "DENY".
       01 ws-deny-parms        pic x(60).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-program           pic x(20).
       01 lk-list-name         pic x(20).
       01 lk-operator          pic x(8).
       01 lk-function          pic x.
       01 lk-result            pic 9(4).
       copy "ListRights.cpy"   replacing ==()== by ==lk==.

       procedure division.

           entry "listaccess" using lk-program, lk-list-name,
                                    lk-operator, lk-function, lk-result
               *> Function R = load or browse, U = change, save,
               *> replay or overwrite. The owner may do either; a
               *> grant of U carries R with it. The default list and
               *> lists nobody owns yet are not restricted here - the
               *> L authority in operators.dat still gates them. A
               *> refusal is written to the audit trail as a DENY
               *> event under the calling program's name.
               move 0 to lk-result
               if lk-list-name = spaces
                   goback
               end-if
               perform read-rights
               if not ws-rights-found-yes
                   goback
               end-if
               if rgt-owner = lk-operator
                   goback
               end-if

               move "N" to ws-allowed
               perform varying ws-grant-num from 1 by 1
                       until ws-grant-num > 78-grant-max
                   if rgt-grant-operator(ws-grant-num) = lk-operator
                           and lk-operator not = spaces
                       if lk-function = "R"
                               or rgt-grant-update(ws-grant-num)
                           set ws-allowed-yes to true
                       end-if
                   end-if
               end-perform
               if ws-allowed-yes
                   goback
               end-if

               if lk-function = "R"
                   display "ERROR: operator '" lk-operator
                           "' has no read access to list '"
                           function trim(lk-list-name) "'."
               else
                   display "ERROR: operator '" lk-operator
                           "' has no update access to list '"
                           function trim(lk-list-name) "'."
               end-if
               perform write-denial
               move 78-ec-invalid-data to lk-result
               goback.

           entry "listdenied" using lk-program, lk-list-name,
                                    lk-operator, lk-function
               *> For refusals the caller decides itself - ownership
               *> transfers and grant changes - so they reach the
               *> audit trail the same way.
               perform write-denial
               goback.

           entry "listrightsget" using lk-list-name, lk-rights-record,
                                       lk-result
               perform read-rights
               if ws-rights-found-yes
                   move rgt-rights-record to lk-rights-record
                   move 78-ec-ok to lk-result
               else
                   initialize lk-rights-record
                   move lk-list-name to lk-list
                   move 78-ec-no-records to lk-result
               end-if
               goback.

           entry "listrightsput" using lk-rights-record, lk-result
               *> The caller sets the owner, the grants and who made
               *> the change; the date is stamped here.
               move function current-date to ws-timestamp
               move ws-timestamp(1:8) to lk-changed-date
               perform open-rights-update
               if ws-rights-status not = "00"
                   display "ERROR: listrights.dat unavailable: "
                           ws-rights-status
                   move 78-ec-no-records to lk-result
                   goback
               end-if
               move lk-rights-record to rgt-rights-record
               write rgt-rights-record
                   invalid key
                       rewrite rgt-rights-record
               end-write
               close rights-file
               move 78-ec-ok to lk-result
               goback.

           entry "listclaim" using lk-list-name, lk-operator
               *> A list created by an operator belongs to that
               *> operator. An existing record is left alone - only
               *> a transfer changes the owner of a list.
               if lk-list-name = spaces or lk-operator = spaces
                   goback
               end-if
               perform open-rights-update
               if ws-rights-status not = "00"
                   display "WARNING: listrights.dat unavailable ("
                           ws-rights-status ") - list left unowned."
                   goback
               end-if
               move function current-date to ws-timestamp
               initialize rgt-rights-record
               move lk-list-name to rgt-list
               move lk-operator to rgt-owner
               move ws-timestamp(1:8) to rgt-changed-date
               move lk-operator to rgt-changed-by
               write rgt-rights-record
                   invalid key
                       continue
               end-write
               close rights-file
               goback.

       resolve-rights-name section.
           if not ws-name-resolved-yes
               move "listrights.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base,
                                        ws-rights-name
               set ws-name-resolved-yes to true
           end-if
           exit section.

       read-rights section.
           perform resolve-rights-name
           move "N" to ws-rights-found
           open input rights-file
           if ws-rights-status not = "00"
               exit section
           end-if
           move lk-list-name to rgt-list
           read rights-file
               invalid key
                   continue
               not invalid key
                   set ws-rights-found-yes to true
           end-read
           close rights-file
           exit section.

       open-rights-update section.
           perform resolve-rights-name
           open i-o rights-file
           if ws-rights-status = "35"
               open output rights-file
               close rights-file
               open i-o rights-file
           end-if
           exit section.

       write-denial section.
           move spaces to ws-deny-parms
           string "LIST=" function trim(lk-list-name)
                  " OP=" function trim(lk-operator)
                  " FN=" lk-function
                  delimited by size into ws-deny-parms
           end-string
           call "auditevent" using lk-program, ws-deny-event,
                                   ws-deny-parms
           exit section.

       end program ListRights.
