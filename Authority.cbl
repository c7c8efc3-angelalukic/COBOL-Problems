           select authority-file assign to "operators.dat"
               organization is line sequential
               file status is ws-authority-status.
           select security-file assign to "opersecurity.dat"
               organization is indexed
               access mode is dynamic
               record key is sf-sec-operator
               file status is ws-security-status.
           select policy-file assign to "signonpolicy.dat"
               organization is line sequential
               file status is ws-policy-status.

       data division.
       file section.
       01  authority-record.
           05 aut-operator         pic x(8).
           05 filler               pic x.
           05 aut-authorities      pic x(12).
           05 filler               pic x.
           05 aut-status           pic x.
               88 aut-suspended    value "S".
           05 filler               pic x(57).

       fd  security-file.
       copy "OperSecurity.cpy" replacing ==()== by ==sf==.

       fd  policy-file.
       01  policy-record.
           05 pol-setting          pic x(8).
           05 filler               pic x.
           05 pol-value            pic x(4).

       working-storage section.
       78 78-hash-rounds       value 500.
       01 ws-authority-status  pic x(2).
       01 ws-authority-eof     pic x value "N".
           88 ws-authority-eof-yes value "Y".
           88 ws-found-yes     value "Y".
       01 ws-allowed           pic x.
           88 ws-allowed-yes   value "Y".
       01 ws-suspended         pic x.
           88 ws-suspended-yes value "Y".
       01 ws-auth-pos          pic 9(4) comp-x.
       01 ws-check-function    pic x.
       01 ws-lookup-operator   pic x(8).
       01 ws-authority-missing pic x.
           88 ws-authority-missing-yes value "Y".
       01 ws-other-supervisors pic 9(4).
       01 ws-security-status   pic x(2).
       01 ws-sec-found         pic x.
           88 ws-sec-found-yes value "Y".
       01 ws-sec-empty         pic x.
           88 ws-sec-empty-yes value "Y".
       01 ws-sec-unreadable    pic x.
           88 ws-sec-unreadable-yes value "Y".
       01 ws-policy-status     pic x(2).
       01 ws-policy-eof        pic x value "N".
           88 ws-policy-eof-yes value "Y".
       01 ws-policy-loaded     pic x value "N".
           88 ws-policy-loaded-yes value "Y".
      *> Defaults when signonpolicy.dat is absent or silent; a
      *> MAXAGE of zero means passwords never expire.
       01 ws-max-fail          pic 9(4) value 3.
       01 ws-max-age           pic 9(4) value 90.
       01 ws-min-length        pic 9(4) value 6.
       01 ws-password          pic x(20).
       01 ws-password-again    pic x(20).
       01 ws-password-ok       pic x.
           88 ws-password-ok-yes value "Y".
       01 ws-hash-source       pic x(28).
       01 ws-hash-a            pic 9(18).
       01 ws-hash-b            pic 9(18).
       01 ws-hash-char         pic 9(4).
       01 ws-hash-round        pic 9(4) comp-x.
       01 ws-hash-pos          pic 9(4) comp-x.
       01 ws-hash-result.
           05 ws-hash-high     pic 9(8).
           05 ws-hash-low      pic 9(8).
       01 ws-timestamp         pic x(21).
       01 ws-age-days          pic s9(8).
       01 ws-audit-program     pic x(20) value "Authority".
       01 ws-audit-event       pic x(5).
       01 ws-audit-parms       pic x(60).
       copy "OperSecurity.cpy" replacing ==()== by ==ws==.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-operator          pic x(8).
       01 lk-function          pic x.
       01 lk-result            pic 9(4).
       01 lk-target            pic x(8).

       procedure division.

           entry "opcheck" using lk-operator, lk-function, lk-result
               *> Authority letters per operators.dat row: O = run
               *> overrides, W = word list maintenance, L = list
               *> maintenance, A = alert acknowledgement, C = word
               *> category maintenance, R = requestor master
               *> maintenance, S = supervisor (operator maintenance,
               *> passwords, named-list ownership for others), P =
               *> approve configuration promotion to PROD, B =
               *> restricted-word list maintenance. An S in column
               *> 23 suspends the operator. A missing authority file
               *> skips the check (with a warning) rather than
               *> locking every operator out; a present
               *> file is enforced as written. Sign-on is stricter:
               *> opsignon refuses everyone while operators.dat
               *> cannot be read. opcheck asks only
               *> what an id may do; an operator at the keyboard
               *> proves who they are through opsignon first.
               move 0 to lk-result
               move lk-function to ws-check-function
               open input authority-file
               if ws-authority-status not = "00"
                   display "WARNING: operators.dat not found - "

               move "N" to ws-found
               move "N" to ws-allowed
               move "N" to ws-suspended
               move "N" to ws-authority-eof
               perform until ws-authority-eof-yes
                   read authority-file
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if ws-suspended-yes
                   display "ERROR: operator '" lk-operator
                           "' is suspended."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if not ws-allowed-yes
                   display "ERROR: operator '" lk-operator
                           "' is not authorized for function '"
               end-if
               goback.

           entry "opsignon" using lk-operator, lk-function, lk-result
               *> The sign-on every interactive program and operator
               *> override goes through: the id must be on
               *> operators.dat, its password must match the hash on
               *> opersecurity.dat, and only then is the authority
               *> letter checked as opcheck does (a blank function
               *> asks for sign-on alone). Failures count against the
               *> id until signonpolicy.dat's MAXFAIL locks it; a
               *> password older than MAXAGE days, or a temporary one
               *> a supervisor issued, must be changed before the
               *> sign-on completes. Each outcome is an event on the
               *> audit trail.
               move 0 to lk-result
               move lk-operator to ws-lookup-operator
               move lk-function to ws-check-function
               perform lookup-operator
               *> No operators file, no sign-on: without it nobody
               *> can be told from anybody else.
               if ws-authority-missing-yes
                   display "ERROR: operators.dat could not be opened "
                           "(status " ws-authority-status
                           ") - sign-on refused."
                   move "SGNFL" to ws-audit-event
                   move spaces to ws-audit-parms
                   string "OP=" function trim(lk-operator)
                          " OPERATORS FILE ST=" ws-authority-status
                          delimited by size into ws-audit-parms
                   end-string
                   perform write-signon-audit
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if lk-operator = spaces
                   display "ERROR: operator id required."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if not ws-found-yes
                   display "ERROR: operator '" lk-operator
                           "' is not on operators.dat."
                   move "SGNFL" to ws-audit-event
                   move spaces to ws-audit-parms
                   string "OP=" function trim(lk-operator)
                          " UNKNOWN ID"
                          delimited by size into ws-audit-parms
                   end-string
                   perform write-signon-audit
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if ws-suspended-yes
                   display "ERROR: operator '" lk-operator
                           "' is suspended."
                   move "SGNFL" to ws-audit-event
                   move spaces to ws-audit-parms
                   string "OP=" function trim(lk-operator)
                          " SUSPENDED"
                          delimited by size into ws-audit-parms
                   end-string
                   perform write-signon-audit
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if

               perform load-signon-policy
               perform read-security
               if ws-sec-unreadable-yes
                   move "SGNFL" to ws-audit-event
                   move spaces to ws-audit-parms
                   string "OP=" function trim(lk-operator)
                          " SECURITY FILE ST=" ws-security-status
                          delimited by size into ws-audit-parms
                   end-string
                   perform write-signon-audit
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if ws-sec-found-yes
                   perform verify-password
               else
                   if ws-sec-empty-yes
                       perform enrol-first-operator
                   else
                       display "ERROR: no password has been issued "
                               "to operator '" lk-operator
                               "' - ask a supervisor."
                       move "SGNFL" to ws-audit-event
                       move spaces to ws-audit-parms
                       string "OP=" function trim(lk-operator)
                              " NO PASSWORD"
                              delimited by size into ws-audit-parms
                       end-string
                       perform write-signon-audit
                       move 78-ec-invalid-data to lk-result
                   end-if
               end-if
               if lk-result not = 0
                   goback
               end-if

               if not ws-allowed-yes and lk-function not = space
                   display "ERROR: operator '" lk-operator
                           "' is not authorized for function '"
                           lk-function "'."
                   move 78-ec-invalid-data to lk-result
               end-if
               goback.

           entry "opchangepassword" using lk-operator, lk-result
               *> A signed-on operator changing their own password
               *> gives the current one again first; a wrong one
               *> counts toward the lock like a failed sign-on.
               move 0 to lk-result
               move lk-operator to ws-lookup-operator
               perform load-signon-policy
               perform read-security
               if not ws-sec-found-yes
                   display "ERROR: no password on file for operator '"
                           lk-operator "'."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               display "Current password: " with no advancing
               move spaces to ws-password
               accept ws-password
               perform hash-password
               if ws-hash-result not = ws-sec-hash
                   perform record-failure
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               move 0 to ws-sec-fail-count
               perform choose-new-password
               if not ws-password-ok-yes
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               perform put-security
               move "PWCHG" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-operator)
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               display "Password changed."
               goback.

           entry "opissuepassword" using lk-operator, lk-target,
                                         lk-result
               *> A supervisor (the caller has checked the S letter)
               *> issues a temporary password - to a new operator or
               *> one who has forgotten theirs. It also clears any
               *> lock, and must be changed at the next sign-on.
               move 0 to lk-result
               if lk-target = lk-operator
                   display "ERROR: a supervisor cannot issue their "
                           "own password - change it instead."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               move lk-target to ws-lookup-operator
               move space to ws-check-function
               perform lookup-operator
               if ws-authority-missing-yes
                   display "WARNING: operators.dat not found - "
                           "authority check skipped."
               end-if
               if not ws-found-yes and not ws-authority-missing-yes
                   display "ERROR: operator '" lk-target
                           "' is not on operators.dat."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               perform load-signon-policy
               perform read-security
               if ws-sec-unreadable-yes
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if not ws-sec-found-yes
                   initialize ws-security-record
                   move lk-target to ws-sec-operator
               end-if
               display "Temporary password for " lk-target ": "
                       with no advancing
               perform enter-new-password
               if not ws-password-ok-yes
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               move zeros to ws-sec-changed-date
               move 0 to ws-sec-fail-count
               set ws-sec-active to true
               move spaces to ws-sec-locked-date
               perform put-security
               move "PWISS" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-target)
                      " BY=" function trim(lk-operator)
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               display "Temporary password issued to " lk-target "."
               goback.

           entry "opunlock" using lk-operator, lk-target, lk-result
               *> A supervisor releasing a locked id; the operator
               *> keeps their existing password.
               move 0 to lk-result
               move lk-target to ws-lookup-operator
               perform read-security
               if not ws-sec-found-yes
                   display "ERROR: no password on file for operator '"
                           lk-target "'."
                   move 78-ec-invalid-data to lk-result
                   goback
               end-if
               if not ws-sec-locked
                   display "Operator '" lk-target "' is not locked."
                   goback
               end-if
               set ws-sec-active to true
               move 0 to ws-sec-fail-count
               move spaces to ws-sec-locked-date
               perform put-security
               move "UNLCK" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-target)
                      " BY=" function trim(lk-operator)
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               display "Operator '" lk-target "' unlocked."
               goback.

           entry "opdropsecurity" using lk-target
               *> An operator removed from operators.dat loses their
               *> password with them, so an id issued again later
               *> starts from a supervisor's temporary password.
               move lk-target to ws-lookup-operator
               perform read-security
               if not ws-sec-found-yes
                   goback
               end-if
               open i-o security-file
               if ws-security-status = "00"
                   move lk-target to sf-sec-operator
                   delete security-file record
                       invalid key
                           continue
                   end-delete
                   close security-file
               end-if
               goback.

       lookup-operator section.
           move "N" to ws-authority-missing
           move "N" to ws-found
           move "N" to ws-allowed
           move "N" to ws-suspended
           open input authority-file
           if ws-authority-status not = "00"
               set ws-authority-missing-yes to true
               exit section
           end-if
           if ws-lookup-operator not = spaces
               move "N" to ws-authority-eof
               perform until ws-authority-eof-yes
                   read authority-file
                       at end
                           set ws-authority-eof-yes to true
                       not at end
                           if aut-operator = ws-lookup-operator
                                   and aut-operator(1:1) not = "*"
                               set ws-found-yes to true
                               perform check-authorities
                           end-if
                   end-read
               end-perform
           end-if
           close authority-file
           exit section.

       load-signon-policy section.
           if ws-policy-loaded-yes
               exit section
           end-if
           set ws-policy-loaded-yes to true
           open input policy-file
           if ws-policy-status not = "00"
               exit section
           end-if
           move "N" to ws-policy-eof
           perform until ws-policy-eof-yes
               read policy-file
                   at end
                       set ws-policy-eof-yes to true
                   not at end
                       if pol-setting(1:1) not = "*"
                               and pol-value is numeric
                           evaluate pol-setting
                               when "MAXFAIL"
                                   move pol-value to ws-max-fail
                               when "MAXAGE"
                                   move pol-value to ws-max-age
                               when "MINLEN"
                                   move pol-value to ws-min-length
                           end-evaluate
                       end-if
               end-read
           end-perform
           close policy-file
           if ws-max-fail = 0
               move 1 to ws-max-fail
           end-if
           exit section.

       read-security section.
           *> Finds ws-lookup-operator's record; when it has none,
           *> also notes whether the file holds no one at all.
           move "N" to ws-sec-found
           move "N" to ws-sec-empty
           move "N" to ws-sec-unreadable
           initialize ws-security-record
           open input security-file
           *> Only a file that is not there at all means no one has
           *> enrolled yet; one that is there but will not open must
           *> never be taken for empty and hand out a first enrolment.
           if ws-security-status = "35"
               set ws-sec-empty-yes to true
               exit section
           end-if
           if ws-security-status not = "00"
               set ws-sec-unreadable-yes to true
               display "ERROR: opersecurity.dat could not be opened "
                       "(status " ws-security-status ")."
               exit section
           end-if
           move ws-lookup-operator to sf-sec-operator
           read security-file into ws-security-record
               invalid key
                   continue
               not invalid key
                   set ws-sec-found-yes to true
           end-read
           if not ws-sec-found-yes
               move low-values to sf-sec-operator
               start security-file key > sf-sec-operator
                   invalid key
                       set ws-sec-empty-yes to true
               end-start
           end-if
           close security-file
           exit section.

       put-security section.
           open i-o security-file
           if ws-security-status = "35"
               open output security-file
               close security-file
               open i-o security-file
           end-if
           if ws-security-status not = "00"
               display "WARNING: opersecurity.dat unavailable ("
                       ws-security-status ") - sign-on state not "
                       "saved."
               exit section
           end-if
           move ws-security-record to sf-security-record
           write sf-security-record
               invalid key
                   rewrite sf-security-record
           end-write
           close security-file
           exit section.

       verify-password section.
           if ws-sec-locked
               display "ERROR: operator '" lk-operator "' is locked "
                       "after repeated failed sign-ons - a "
                       "supervisor must unlock it."
               move "SGNFL" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-operator) " LOCKED"
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               move 78-ec-invalid-data to lk-result
               exit section
           end-if

           display "Password: " with no advancing
           move spaces to ws-password
           accept ws-password
           perform hash-password
           if ws-hash-result not = ws-sec-hash
               perform record-failure
               move 78-ec-invalid-data to lk-result
               exit section
           end-if

           move 0 to ws-sec-fail-count
           perform check-password-age
           if lk-result not = 0
               exit section
           end-if
           move function current-date to ws-timestamp
           move ws-timestamp(1:14) to ws-sec-last-signon
           perform put-security
           move "SGNON" to ws-audit-event
           move spaces to ws-audit-parms
           string "OP=" function trim(lk-operator)
                  " FN=" lk-function
                  delimited by size into ws-audit-parms
           end-string
           perform write-signon-audit
           exit section.

       record-failure section.
           move function current-date to ws-timestamp
           add 1 to ws-sec-fail-count
           move spaces to ws-audit-parms
           if ws-sec-fail-count >= ws-max-fail
               set ws-sec-locked to true
               move ws-timestamp(1:8) to ws-sec-locked-date
               display "ERROR: password incorrect - operator '"
                       ws-lookup-operator "' is now locked."
               move "LOCK" to ws-audit-event
           else
               display "ERROR: password incorrect."
               move "SGNFL" to ws-audit-event
           end-if
           string "OP=" function trim(ws-lookup-operator)
                  " FAILS=" ws-sec-fail-count
                  delimited by size into ws-audit-parms
           end-string
           perform put-security
           perform write-signon-audit
           exit section.

       check-password-age section.
           move function current-date to ws-timestamp
           if ws-sec-changed-date is numeric
                   and ws-sec-changed-date not = zeros
               if ws-max-age = 0
                   exit section
               end-if
               compute ws-age-days =
                   function integer-of-date(
                       function numval(ws-timestamp(1:8)))
                 - function integer-of-date(
                       function numval(ws-sec-changed-date))
               if ws-age-days < ws-max-age
                   exit section
               end-if
               display "Your password has expired - choose a new one."
           else
               display "Your password is a temporary one - choose "
                       "your own."
           end-if

           perform choose-new-password
           if ws-password-ok-yes
               move "PWCHG" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-operator)
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
           else
               perform put-security
               move "SGNFL" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-operator)
                      " PASSWORD NOT CHANGED"
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               move 78-ec-invalid-data to lk-result
           end-if
           exit section.

       enrol-first-operator section.
           *> The very first sign-on on a new system has nobody to
           *> issue it a password, so it chooses its own; everyone
           *> after it is issued a temporary one by a supervisor.
           *> An empty security file alone does not make a new
           *> system: while operators.dat names any other supervisor,
           *> one of them must issue the password instead.
           perform count-other-supervisors
           if ws-other-supervisors not = 0
               display "ERROR: no passwords are on file - a "
                       "supervisor must issue one to operator '"
                       lk-operator "'."
               move "SGNFL" to ws-audit-event
               move spaces to ws-audit-parms
               string "OP=" function trim(lk-operator)
                      " ENROL REFUSED SUPERVISORS=" ws-other-supervisors
                      delimited by size into ws-audit-parms
               end-string
               perform write-signon-audit
               move 78-ec-invalid-data to lk-result
               exit section
           end-if
           display "No passwords are on file yet - choose one for "
                   "operator '" lk-operator "'."
           initialize ws-security-record
           move lk-operator to ws-sec-operator
           perform choose-new-password
           if not ws-password-ok-yes
               move 78-ec-invalid-data to lk-result
               exit section
           end-if
           set ws-sec-active to true
           move 0 to ws-sec-fail-count
           move function current-date to ws-timestamp
           move ws-timestamp(1:14) to ws-sec-last-signon
           perform put-security
           move "ENROL" to ws-audit-event
           move spaces to ws-audit-parms
           string "OP=" function trim(lk-operator)
                  " FIRST OPERATOR - NO SECURITY FILE"
                  delimited by size into ws-audit-parms
           end-string
           perform write-signon-audit
           exit section.

       count-other-supervisors section.
           *> Operators other than the one signing on who hold the S
           *> letter, suspended or not.
           move 0 to ws-other-supervisors
           open input authority-file
           if ws-authority-status not = "00"
               exit section
           end-if
           move "N" to ws-authority-eof
           perform until ws-authority-eof-yes
               read authority-file
                   at end
                       set ws-authority-eof-yes to true
                   not at end
                       if aut-operator not = spaces
                               and aut-operator(1:1) not = "*"
                               and aut-operator not = lk-operator
                           perform varying ws-auth-pos from 1 by 1
                                   until ws-auth-pos > 12
                               if aut-authorities(ws-auth-pos:1) = "S"
                                   add 1 to ws-other-supervisors
                                   move 13 to ws-auth-pos
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close authority-file
           exit section.

       choose-new-password section.
           display "New password: " with no advancing
           perform enter-new-password
           if ws-password-ok-yes
               move function current-date to ws-timestamp
               move ws-timestamp(1:8) to ws-sec-changed-date
           end-if
           exit section.

       enter-new-password section.
           *> Takes the password and its confirmation, and leaves
           *> the new hash on ws-security-record when both agree
           *> and the policy is met.
           move "N" to ws-password-ok
           move spaces to ws-password
           accept ws-password
           display "Again: " with no advancing
           move spaces to ws-password-again
           accept ws-password-again
           if ws-password not = ws-password-again
               display "Passwords do not match - not changed."
               exit section
           end-if
           if ws-password = spaces
                   or function length(function trim(ws-password))
                      < ws-min-length
               display "A password needs at least " ws-min-length
                       " characters - not changed."
               exit section
           end-if
           perform hash-password
           if ws-hash-result = ws-sec-hash
               display "The new password must differ from the old "
                       "one - not changed."
               exit section
           end-if
           move ws-hash-result to ws-sec-hash
           set ws-password-ok-yes to true
           exit section.

       hash-password section.
           *> One-way: the id and password are folded together over
           *> many rounds into two residues, so the file never holds
           *> anything a password can be read back from, and two
           *> operators with the same password still differ.
           move spaces to ws-hash-source
           move ws-lookup-operator to ws-hash-source(1:8)
           move ws-password to ws-hash-source(9:20)
           move 5381 to ws-hash-a
           move 52711 to ws-hash-b
           perform varying ws-hash-round from 1 by 1
                   until ws-hash-round > 78-hash-rounds
               perform varying ws-hash-pos from 1 by 1
                       until ws-hash-pos > 28
                   compute ws-hash-char =
                       function ord(ws-hash-source(ws-hash-pos:1))
                   compute ws-hash-a = function mod(
                       ws-hash-a * 131 + ws-hash-char + ws-hash-round,
                       99999989)
                   compute ws-hash-b = function mod(
                       ws-hash-b * 257 + ws-hash-char * ws-hash-pos
                           + ws-hash-a,
                       99999971)
               end-perform
           end-perform
           move ws-hash-a to ws-hash-high
           move ws-hash-b to ws-hash-low
           exit section.

       write-signon-audit section.
           call "auditevent" using ws-audit-program, ws-audit-event,
                                   ws-audit-parms
           exit section.

       check-authorities section.
           *> A suspended operator keeps their letters on file but
           *> may use none of them.
           if aut-suspended
               set ws-suspended-yes to true
               exit section
           end-if
           perform varying ws-auth-pos from 1 by 1
                   until ws-auth-pos > 12
               if aut-authorities(ws-auth-pos:1) = ws-check-function
                   set ws-allowed-yes to true
               end-if
           end-perform
