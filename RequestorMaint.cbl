      $set sourceformat(variable)
       identification division.
       program-id. RequestorMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.

       data division.
       file section.
       fd  requestor-file.
       01  requestor-line       pic x(80).

       working-storage section.
       78 78-rqm-max           value 200.
       78 78-page-size         value 10.
       01 ws-requestor-status  pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
      *> requestors.dat held whole, comment lines included, so a save
      *> writes the file back exactly as it was apart from the rows
      *> this session touched. A requestor is never deleted - it is
      *> made inactive, so its history still names a real department.
       01 ws-rqm-count         pic 9(4) comp-x value 0.
       01 ws-rqm-overflow      pic x value "N".
           88 ws-rqm-overflow-yes value "Y".
       01 ws-rqm-table.
           05 ws-rqm-line occurs 78-rqm-max.
               10 ws-rqm-code       pic x(8).
               10 filler            pic x.
               10 ws-rqm-department pic x(20).
               10 filler            pic x.
               10 ws-rqm-cost-centre pic x(8).
               10 filler            pic x.
               10 ws-rqm-active     pic x.
                   88 ws-rqm-active-yes value "Y".
               10 filler            pic x.
               10 ws-rqm-quota      pic 9(6).
               10 ws-rqm-rest       pic x(33).
       01 ws-rqm-num           pic 9(4) comp-x.
       01 ws-rqm-found         pic 9(4) comp-x.
       01 ws-page-start        pic 9(4) comp-x value 1.
       01 ws-page-end          pic 9(4) comp-x.
       01 ws-change-count      pic 9(4) comp-x value 0.
       01 ws-entry-code        pic x(8).
       01 ws-entry-department  pic x(20).
       01 ws-entry-cost-centre pic x(8).
       01 ws-entry-quota       pic x(6).
       01 ws-quota-display     pic zzzzz9.
       01 ws-choice            pic x value space.
       01 ws-confirm           pic x value space.
       01 ws-done              pic x value "N".
           88 ws-done-yes      value "Y".
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x.
       01 ws-op-result         pic 9(4).
       01 ws-resolve-base      pic x(45).
       01 ws-requestor-name    pic x(45).
       01 ws-program-name      pic x(20) value "RequestorMaint".
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       01 ws-audit-count       pic 9(9) value 0.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       procedure division.

           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name

           display "Operator id: " with no advancing
           accept ws-operator
           move "R" to ws-op-function
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           move spaces to ws-audit-parms
           string "OP=" ws-operator
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-program-name, ws-audit-parms

           perform load-requestors
           if ws-rqm-overflow-yes
               display "ERROR: requestors.dat holds more rows than "
                       "this screen can rewrite."
               move 78-ec-invalid-data to ws-audit-rc
               call "auditend" using ws-program-name, ws-audit-count,
                                     ws-audit-rc
               goback returning 78-ec-invalid-data
           end-if

           move "N" to ws-done
           perform until ws-done-yes
               perform show-menu
               accept ws-choice
               evaluate ws-choice
                   when "B" when "b"
                       perform browse-requestors
                   when "A" when "a"
                       perform add-requestor
                   when "C" when "c"
                       perform change-requestor
                   when "T" when "t"
                       perform toggle-active
                   when "S" when "s"
                       perform save-requestors
                   when "Q" when "q"
                       perform quit-screen
                   when other
                       display "Unknown choice."
               end-evaluate
           end-perform

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-program-name, ws-audit-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       show-menu section.
           display " "
           display "B=browse  A=add requestor  C=change department/"
                   "cost centre/quota  T=activate/deactivate"
           display "S=save  Q=quit"
           display "Choice: " with no advancing
           exit section.

       load-requestors section.
           move 0 to ws-rqm-count
           open input requestor-file
           if ws-requestor-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read requestor-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if requestor-line not = spaces
                           if ws-rqm-count = 78-rqm-max
                               set ws-rqm-overflow-yes to true
                               set ws-file-eof-yes to true
                           else
                               add 1 to ws-rqm-count
                               move requestor-line
                                   to ws-rqm-line(ws-rqm-count)
                           end-if
                       end-if
               end-read
           end-perform
           close requestor-file
           exit section.

       browse-requestors section.
           if ws-rqm-count = 0
               display "The requestor master is empty."
               exit section
           end-if
           if ws-page-start > ws-rqm-count
               move 1 to ws-page-start
           end-if
           compute ws-page-end = ws-page-start + 78-page-size - 1
           if ws-page-end > ws-rqm-count
               move ws-rqm-count to ws-page-end
           end-if
           perform varying ws-rqm-num from ws-page-start by 1
                   until ws-rqm-num > ws-page-end
               if ws-rqm-code(ws-rqm-num)(1:1) not = "*"
                   if ws-rqm-quota(ws-rqm-num) is numeric
                       move ws-rqm-quota(ws-rqm-num)
                           to ws-quota-display
                   else
                       move 0 to ws-quota-display
                   end-if
                   if ws-rqm-active-yes(ws-rqm-num)
                       display ws-rqm-code(ws-rqm-num) " "
                               ws-rqm-department(ws-rqm-num) " "
                               ws-rqm-cost-centre(ws-rqm-num)
                               " ACTIVE   QUOTA " ws-quota-display
                   else
                       display ws-rqm-code(ws-rqm-num) " "
                               ws-rqm-department(ws-rqm-num) " "
                               ws-rqm-cost-centre(ws-rqm-num)
                               " INACTIVE QUOTA " ws-quota-display
                   end-if
               end-if
           end-perform
           add 78-page-size to ws-page-start
           exit section.

       add-requestor section.
           display "Requestor code: " with no advancing
           accept ws-entry-code
           move function upper-case(ws-entry-code) to ws-entry-code
           if ws-entry-code = spaces or ws-entry-code(1:1) = "*"
               display "Nothing added."
               exit section
           end-if
           perform find-requestor
           if ws-rqm-found not = 0
               display "'" function trim(ws-entry-code)
                       "' is already on the master - use C or T."
               exit section
           end-if
           if ws-rqm-count = 78-rqm-max
               display "Requestor master is full - nothing added."
               exit section
           end-if
           display "Department: " with no advancing
           accept ws-entry-department
           display "Cost centre: " with no advancing
           accept ws-entry-cost-centre
           move function upper-case(ws-entry-cost-centre)
               to ws-entry-cost-centre
           if ws-entry-department = spaces
                   or ws-entry-cost-centre = spaces
               display "Department and cost centre are required - "
                       "nothing added."
               exit section
           end-if
           perform accept-quota
           if ws-entry-quota = spaces
               exit section
           end-if

           add 1 to ws-rqm-count
           move spaces to ws-rqm-line(ws-rqm-count)
           move ws-entry-code to ws-rqm-code(ws-rqm-count)
           move ws-entry-department
               to ws-rqm-department(ws-rqm-count)
           move ws-entry-cost-centre
               to ws-rqm-cost-centre(ws-rqm-count)
           move "Y" to ws-rqm-active(ws-rqm-count)
           move function numval(ws-entry-quota)
               to ws-rqm-quota(ws-rqm-count)
           add 1 to ws-change-count
           display "Added (" ws-change-count " unsaved)."
           exit section.

       change-requestor section.
           *> A blank answer keeps the current value.
           display "Requestor code: " with no advancing
           accept ws-entry-code
           move function upper-case(ws-entry-code) to ws-entry-code
           perform find-requestor
           if ws-rqm-found = 0
               display "No requestor '" function trim(ws-entry-code)
                       "'."
               exit section
           end-if
           display "Department ["
                   function trim(ws-rqm-department(ws-rqm-found))
                   "]: " with no advancing
           accept ws-entry-department
           display "Cost centre ["
                   function trim(ws-rqm-cost-centre(ws-rqm-found))
                   "]: " with no advancing
           accept ws-entry-cost-centre
           move function upper-case(ws-entry-cost-centre)
               to ws-entry-cost-centre
           perform accept-quota
           if ws-entry-quota = spaces
               exit section
           end-if

           if ws-entry-department not = spaces
               move ws-entry-department
                   to ws-rqm-department(ws-rqm-found)
           end-if
           if ws-entry-cost-centre not = spaces
               move ws-entry-cost-centre
                   to ws-rqm-cost-centre(ws-rqm-found)
           end-if
           if ws-entry-quota not = "KEEP"
               move function numval(ws-entry-quota)
                   to ws-rqm-quota(ws-rqm-found)
           end-if
           add 1 to ws-change-count
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       accept-quota section.
           *> Leaves ws-entry-quota as digits, "KEEP" when a change
           *> left it blank, or spaces when the entry was rejected.
           display "Daily quota (0 = no limit): " with no advancing
           accept ws-entry-quota
           if ws-entry-quota = spaces
               if ws-rqm-found not = 0
                   move "KEEP" to ws-entry-quota
               else
                   move "0" to ws-entry-quota
               end-if
               exit section
           end-if
           if function trim(ws-entry-quota) not numeric
               display "Quota must be a number - nothing changed."
               move spaces to ws-entry-quota
           end-if
           exit section.

       toggle-active section.
           display "Requestor code: " with no advancing
           accept ws-entry-code
           move function upper-case(ws-entry-code) to ws-entry-code
           perform find-requestor
           if ws-rqm-found = 0
               display "No requestor '" function trim(ws-entry-code)
                       "'."
               exit section
           end-if
           if ws-rqm-active-yes(ws-rqm-found)
               display "Deactivate '" function trim(ws-entry-code)
                       "'? BatchEdit will reject its transactions "
                       "(Y/N) " with no advancing
           else
               display "Reactivate '" function trim(ws-entry-code)
                       "' (Y/N)? " with no advancing
           end-if
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Not changed."
               exit section
           end-if
           if ws-rqm-active-yes(ws-rqm-found)
               move "N" to ws-rqm-active(ws-rqm-found)
           else
               move "Y" to ws-rqm-active(ws-rqm-found)
           end-if
           add 1 to ws-change-count
           display "Changed (" ws-change-count " unsaved)."
           exit section.

       find-requestor section.
           move 0 to ws-rqm-found
           perform varying ws-rqm-num from 1 by 1
                   until ws-rqm-num > ws-rqm-count
                      or ws-rqm-found not = 0
               if ws-rqm-code(ws-rqm-num) = ws-entry-code
                       and ws-rqm-code(ws-rqm-num)(1:1) not = "*"
                   move ws-rqm-num to ws-rqm-found
               end-if
           end-perform
           exit section.

       save-requestors section.
           if ws-change-count = 0
               display "No changes to save."
               exit section
           end-if
           open output requestor-file
           perform varying ws-rqm-num from 1 by 1
                   until ws-rqm-num > ws-rqm-count
               move ws-rqm-line(ws-rqm-num) to requestor-line
               write requestor-line
           end-perform
           close requestor-file

           add ws-change-count to ws-audit-count
           display ws-change-count " change(s) saved to "
                   "requestors.dat."
           move 0 to ws-change-count
           exit section.

       quit-screen section.
           if ws-change-count not = 0
               display ws-change-count " unsaved change(s) will be "
                       "lost - quit anyway (Y/N)? " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or "y"
                   set ws-done-yes to true
               end-if
           else
               set ws-done-yes to true
           end-if
           exit section.

       end program RequestorMaint.
