       01 ws-force-x           pic x(5) value spaces.
           88 ws-force-on      value "FORCE", "force".
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-arg-text          pic x(20).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-access-function   pic x value "U".
       01 ws-access-result     pic 9(4).
       01 ws-group-name        pic x(20) value spaces.
       01 ws-group-count       pic 9(6).
       01 ws-group-open        pic x value "N".
           if ws-xfer-name = spaces
               move 78-default-file to ws-xfer-name
           end-if
           *> FORCE, when given, comes before the operator id.
           move 4 to ws-arg-index
           display ws-arg-index upon argument-number
           move spaces to ws-arg-text
           accept ws-arg-text from argument-value
           if ws-arg-text = "FORCE" or "force"
               move ws-arg-text to ws-force-x
               move 5 to ws-arg-index
               display ws-arg-index upon argument-number
               move spaces to ws-arg-text
               accept ws-arg-text from argument-value
           end-if
           move function upper-case(ws-arg-text) to ws-operator

           if not ws-mode-export and not ws-mode-import
               display "Usage: ListXfer E|I list-name|ALL "
                       "[file] [FORCE] [operator]"
               goback returning 78-ec-invalid-data
           end-if

           *> An import writes lists on the catalog, so it needs an
           *> operator with list maintenance authority, and that
           *> operator's rights on each list it would overwrite.
           if ws-mode-import
               move "L" to ws-op-function
               call "opsignon" using ws-operator, ws-op-function,
                                     ws-op-result
               if ws-op-result not = 0
                   display "Usage: ListXfer I list-name|ALL file "
                           "[FORCE] operator"
                   goback returning 78-ec-invalid-data
               end-if
           end-if

           *> The interchange file travels between sites under the
           *> name the operator gave it, so only the catalog and the
           *> report are environment-qualified.
           string "MODE=" ws-mode
                  " LIST=" function trim(ws-list-name)
                  " FILE=" function trim(ws-xfer-name)
                  " OP=" function trim(ws-operator)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms
               exit section
           end-if

           call "listaccess" using ws-report-program, ws-group-name,
                                   ws-operator, ws-access-function,
                                   ws-access-result
           if ws-access-result not = 0
               move spaces to report-line
               string "SKIPPED  " ws-group-name
                      " (no update access for " ws-operator ")"
                      delimited by size into report-line
               end-string
               write report-line
               add 1 to ws-lists-skipped
               set ws-group-skip-yes to true
               exit section
           end-if

           perform probe-list-exists
           if ws-exists-yes and not ws-force-on
               display "List '" function trim(ws-group-name)

           if ws-exists-yes
               perform purge-existing-list
           else
               *> A list new to this catalog belongs to the operator
               *> who brought it in.
               call "listclaim" using ws-group-name, ws-operator
           end-if
           add 1 to ws-lists-moved
           move spaces to report-line
