      $set sourceformat(variable)
       identification division.
       program-id. TestDataGen.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select profile-file assign to "testdataprofile.dat"
               organization is line sequential
               file status is ws-profile-status.
           select requestor-file assign to dynamic ws-requestor-name
               organization is line sequential
               file status is ws-requestor-status.
           select gen-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-gen-status.
           select gen-report assign to dynamic ws-gen-rpt-name
               organization is line sequential.

       data division.
       file section.
      *> testdataprofile.dat describes test data, not any one
      *> environment's files, so it is read under its own name.
       fd  profile-file.
       01  profile-record.
           05 prf-file             pic x(25).
           05 filler               pic x.
           05 prf-count            pic 9(7).
           05 filler               pic x.
           05 prf-low              pic 9(9).
           05 filler               pic x.
           05 prf-high             pic 9(9).
           05 filler               pic x.
           05 prf-dup-pct          pic 9(3).
           05 filler               pic x.
           05 prf-invalid-pct      pic 9(3).
           05 filler               pic x.
           05 prf-pattern          pic x(10).
           05 filler               pic x(8).

       fd  requestor-file.
       01  requestor-record.
           05 rqm-code             pic x(8).
           05 filler               pic x(31).
           05 rqm-active           pic x.
           05 filler               pic x(40).

       fd  gen-file.
       01  gen-record           pic x(320).

       fd  gen-report.
       01  report-line          pic x(132).

       working-storage section.
      *> Builds volume test data for the chain's input files -
      *> problem3transactions.dat, fibindices.dat, mainpairs.dat and
      *> wordlisttxns.dat - from the record counts, value ranges,
      *> duplicate and invalid percentages and patterns on
      *> testdataprofile.dat. Every file is closed with the usual
      *> control-total trailer and posted to the ledger, so it enters
      *> the chain exactly as a real delivery would. Invalid records
      *> are planted to fail one BatchEdit rule each, spread evenly
      *> through the file, and the report states how many of each
      *> kind went into every file so BatchEdit's reject counts and
      *> VolumeGuard's deviations can be checked against them.
      *> Words go in as WordMaint ADD transactions, as ImportDelim
      *> delivers them: wordlist.dat is only WordExtract's extract of
      *> wordmaster.dat and is rebuilt from it, so a volume of words
      *> has to reach the master first. Their invalid records carry
      *> an action WordMaint rejects.
      *> Test data is only ever written under an environment
      *> qualifier (argument 1, or batchenv.dat when none is given);
      *> the run is refused when any output would land on a
      *> production name. Argument 2 seeds the random values so a
      *> set can be rebuilt exactly; the seed used is reported.
       78 78-profile-max       value 20.
       78 78-requestor-max     value 50.
       01 ws-gen-name          pic x(45).
       01 ws-gen-rpt-name      pic x(45).
       01 ws-requestor-name    pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-profile-status    pic x(2).
       01 ws-requestor-status  pic x(2).
       01 ws-gen-status        pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-env-arg           pic x(8) value spaces.
       01 ws-seed-arg          pic x(9) value spaces.
       01 ws-arg-index         pic 9(4) comp-x.
       01 ws-env-refused       pic x value "N".
           88 ws-env-refused-yes value "Y".
       01 ws-profile-count     pic 9(4) comp-x value 0.
       01 ws-profile-table.
           05 ws-profile-entry occurs 78-profile-max.
               10 ws-prf-file          pic x(25).
               10 ws-prf-count         pic 9(7).
               10 ws-prf-low           pic 9(9).
               10 ws-prf-high          pic 9(9).
               10 ws-prf-dup-pct       pic 9(3).
               10 ws-prf-invalid-pct   pic 9(3).
               10 ws-prf-pattern       pic x(10).
       01 ws-profile-num       pic 9(4) comp-x.
       01 ws-requestor-count   pic 9(4) comp-x value 0.
       01 ws-requestor-table.
           05 ws-requestor-code occurs 78-requestor-max pic x(8).
       01 ws-requestor-num     pic 9(4) comp-x value 0.
       01 ws-gen-kind          pic x.
           88 ws-gen-txns      value "T".
           88 ws-gen-indices   value "F".
           88 ws-gen-pairs     value "M".
           88 ws-gen-words     value "W".
       01 ws-record-num        pic 9(7).
       01 ws-target            pic 9(7).
       01 ws-valid-count       pic 9(7).
       01 ws-dup-count         pic 9(7).
       01 ws-invalid-count     pic 9(7).
       01 ws-have-previous     pic x value "N".
           88 ws-have-previous-yes value "Y".
       01 ws-invalid-reason    pic x(30).
       01 ws-reject-step       pic x(9).
       01 ws-volume-text       pic x(30).
       01 ws-files-written     pic 9(4) value 0.
       01 ws-files-skipped     pic 9(4) value 0.
       01 ws-total-records     pic 9(9) value 0.
       01 ws-total-invalid     pic 9(9) value 0.
       01 ws-total-dups        pic 9(9) value 0.
      *> One generated line, with the layouts of the four files over it.
       01 ws-gen-line          pic x(320).
       01 ws-gen-txn redefines ws-gen-line.
           05 gtx-divisor-1        pic 9(4).
           05 filler               pic x.
           05 gtx-divisor-2        pic 9(4).
           05 filler               pic x.
           05 gtx-max              pic 9(9).
           05 gtx-max-x redefines gtx-max pic x(9).
           05 filler               pic x.
           05 gtx-requestor        pic x(8).
           05 filler               pic x(292).
       01 ws-gen-idx redefines ws-gen-line.
           05 gix-index            pic x(4).
           05 filler               pic x.
           05 gix-modulus          pic x(9).
           05 filler               pic x(306).
       01 ws-gen-pair redefines ws-gen-line.
           05 gpr-input            pic x(100).
           05 filler               pic x.
           05 gpr-substring        pic x(100).
           05 filler               pic x.
           05 gpr-replacement      pic x(100).
           05 filler               pic x.
           05 gpr-match-mode       pic x.
           05 filler               pic x.
           05 gpr-pair-id          pic x(8).
           05 filler               pic x(7).
       01 ws-gen-word redefines ws-gen-line.
           05 gwd-action           pic x(3).
           05 filler               pic x.
           05 gwd-word             pic x(20).
           05 filler               pic x(296).
       01 ws-previous-line     pic x(320).
       01 ws-seed              pic 9(9) value 0.
       01 ws-random            pic 9v9(9).
       01 ws-rnd-low           pic 9(9).
       01 ws-rnd-high          pic 9(9).
       01 ws-rnd-value         pic 9(9).
       01 ws-number-edit       pic z(8)9.
       01 ws-letters           pic x(26)
                               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-text              pic x(100).
       01 ws-text-length       pic 9(4) comp-x.
       01 ws-text-pos          pic 9(4) comp-x.
       01 ws-prefix-length     pic 9(4) comp-x.
       01 ws-seq-digits        pic 9(4) comp-x.
       01 ws-seq-display       pic 9(8).
       01 ws-modulus-pattern   pic x(9).
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-count          pic 9(6).
       01 ws-ct-sum            pic 9(10).
       01 ws-ct-file           pic x(45).
       01 ws-ct-direction      pic x.
       01 ws-return-code       pic 9(4) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move 1 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-env-arg from argument-value
           move 2 to ws-arg-index
           display ws-arg-index upon argument-number
           accept ws-seed-arg from argument-value

           if ws-env-arg not = spaces
               call "setenvname" using ws-env-arg
           end-if

           move function current-date to ws-report-timestamp
           if ws-seed-arg not = spaces
                   and function trim(ws-seed-arg) is numeric
               compute ws-seed = function numval(ws-seed-arg)
           end-if
           if ws-seed = 0
               compute ws-seed =
                   function numval(ws-report-timestamp(9:8)) + 1
           end-if
           compute ws-random = function random(ws-seed)

           *> Every name written is checked before anything is opened
           *> for output: an unqualified (production) name stops the
           *> run with nothing written.
           move "testdatagen_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-gen-rpt-name
           if ws-gen-rpt-name = ws-resolve-base
               set ws-env-refused-yes to true
           end-if
           perform load-profile
           perform varying ws-profile-num from 1 by 1
                   until ws-profile-num > ws-profile-count
               move ws-prf-file(ws-profile-num) to ws-resolve-base
               call "resolvename" using ws-resolve-base, ws-gen-name
               if ws-gen-name = ws-resolve-base
                   set ws-env-refused-yes to true
               end-if
           end-perform

           if ws-env-refused-yes
               display "ERROR: test data can only be generated under a "
                       "non-PROD environment - give one as argument 1 "
                       "or on batchenv.dat. Nothing written."
               goback returning 78-ec-invalid-data
           end-if

           move "TestDataGen" to ws-report-program
           move spaces to ws-audit-parms
           string "ENV=" ws-env-arg " SEED=" ws-seed
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using ws-report-program, ws-audit-parms

           open output gen-report
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "SEED: " ws-seed
                  " (give as argument 2 to rebuild this set)"
                  delimited by size into report-line
           end-string
           write report-line

           if ws-profile-count = 0
               move "NO FILES ON testdataprofile.dat - NOTHING WRITTEN"
                   to report-line
               write report-line
               move 78-ec-no-records to ws-return-code
           end-if

           perform load-requestors
           perform varying ws-profile-num from 1 by 1
                   until ws-profile-num > ws-profile-count
               perform generate-one-file
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FILES WRITTEN: " ws-files-written
                  " SKIPPED: " ws-files-skipped
                  " RECORDS: " ws-total-records
                  " DUPLICATES: " ws-total-dups
                  " INVALID: " ws-total-invalid
                  delimited by size into report-line
           end-string
           write report-line

           if ws-return-code = 0
               move "OK     " to ws-report-status
           else
               move "FAILED " to ws-report-status
           end-if
           move ws-total-records to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close gen-report

           move ws-return-code to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning ws-return-code.

       load-profile section.
           move 0 to ws-profile-count
           open input profile-file
           if ws-profile-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read profile-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if prf-file not = spaces
                               and prf-file(1:1) not = "*"
                               and ws-profile-count < 78-profile-max
                           add 1 to ws-profile-count
                           move prf-file to ws-prf-file(ws-profile-count)
                           move prf-pattern
                               to ws-prf-pattern(ws-profile-count)
                           move 0 to ws-prf-count(ws-profile-count)
                                     ws-prf-low(ws-profile-count)
                                     ws-prf-high(ws-profile-count)
                                     ws-prf-dup-pct(ws-profile-count)
                                     ws-prf-invalid-pct(ws-profile-count)
                           if prf-count numeric
                               move prf-count
                                   to ws-prf-count(ws-profile-count)
                           end-if
                           if prf-low numeric
                               move prf-low to ws-prf-low(ws-profile-count)
                           end-if
                           if prf-high numeric
                               move prf-high
                                   to ws-prf-high(ws-profile-count)
                           end-if
                           if prf-dup-pct numeric and prf-dup-pct <= 100
                               move prf-dup-pct
                                   to ws-prf-dup-pct(ws-profile-count)
                           end-if
                           if prf-invalid-pct numeric
                                   and prf-invalid-pct <= 100
                               move prf-invalid-pct
                                   to ws-prf-invalid-pct(ws-profile-count)
                           end-if
                       end-if
               end-read
           end-perform
           close profile-file
           exit section.

       load-requestors section.
           *> The active codes the environment's own requestor master
           *> holds, so generated transactions pass the REQ edit; the
           *> production master stands in when the environment has none.
           move 0 to ws-requestor-count
           move "requestors.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-requestor-name
           open input requestor-file
           if ws-requestor-status not = "00"
               move "requestors.dat" to ws-requestor-name
               open input requestor-file
               if ws-requestor-status not = "00"
                   exit section
               end-if
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read requestor-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if rqm-code not = spaces
                               and rqm-code(1:1) not = "*"
                               and rqm-active = "Y"
                               and ws-requestor-count < 78-requestor-max
                           add 1 to ws-requestor-count
                           move rqm-code
                               to ws-requestor-code(ws-requestor-count)
                       end-if
               end-read
           end-perform
           close requestor-file
           exit section.

       generate-one-file section.
           move "BATCHEDIT" to ws-reject-step
           move "VOLUMEGUARD INPUT VOLUME" to ws-volume-text
           evaluate ws-prf-file(ws-profile-num)
               when "problem3transactions.dat"
                   set ws-gen-txns to true
                   move "MAX NOT NUMERIC" to ws-invalid-reason
               when "fibindices.dat"
                   set ws-gen-indices to true
                   move "INDEX NOT 1-9999" to ws-invalid-reason
               when "mainpairs.dat"
                   set ws-gen-pairs to true
                   move "SUBSTRING BLANK" to ws-invalid-reason
               when "wordlisttxns.dat"
                   set ws-gen-words to true
                   move "UNKNOWN ACTION" to ws-invalid-reason
                   move "WORDMAINT" to ws-reject-step
                   move "WORDMAINT TRANSACTIONS" to ws-volume-text
               when other
                   add 1 to ws-files-skipped
                   move spaces to report-line
                   string "SKIPPED " ws-prf-file(ws-profile-num)
                          " - NOT A FILE THIS PROGRAM CAN BUILD"
                          delimited by size into report-line
                   end-string
                   write report-line
                   exit section
           end-evaluate

           if ws-gen-txns and ws-requestor-count = 0
                   and (ws-prf-pattern(ws-profile-num) = spaces
                        or ws-prf-pattern(ws-profile-num) = "*")
               add 1 to ws-files-skipped
               move spaces to report-line
               string "SKIPPED " ws-prf-file(ws-profile-num)
                      " - NO ACTIVE REQUESTORS ON requestors.dat"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if

           move ws-prf-file(ws-profile-num) to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-gen-name
           open output gen-file
           if ws-gen-status not = "00"
               add 1 to ws-files-skipped
               move 78-ec-invalid-data to ws-return-code
               move spaces to report-line
               string "FAILED  " ws-prf-file(ws-profile-num)
                      " - COULD NOT BE OPENED FOR OUTPUT"
                      delimited by size into report-line
               end-string
               write report-line
               exit section
           end-if

           move 0 to ws-ct-count ws-ct-sum
           move 0 to ws-valid-count ws-dup-count ws-invalid-count
           move 0 to ws-requestor-num
           move "N" to ws-have-previous
           move spaces to ws-modulus-pattern
           if ws-gen-indices
                   and function trim(ws-prf-pattern(ws-profile-num))
                       is numeric
               move function trim(ws-prf-pattern(ws-profile-num))
                   to ws-modulus-pattern
           end-if

           perform varying ws-record-num from 1 by 1
                   until ws-record-num > ws-prf-count(ws-profile-num)
               perform generate-one-record
           end-perform

           call "cttrailer" using ws-ct-buffer, ws-ct-count, ws-ct-sum
           move ws-ct-buffer(1:19) to gen-record
           write gen-record
           close gen-file

           move ws-prf-file(ws-profile-num) to ws-ct-file
           move "W" to ws-ct-direction
           call "ctpost" using ws-ct-file, ws-ct-direction,
                               ws-ct-count, ws-ct-sum

           add 1 to ws-files-written
           add ws-prf-count(ws-profile-num) to ws-total-records
           add ws-dup-count to ws-total-dups
           add ws-invalid-count to ws-total-invalid

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FILE " function trim(ws-gen-name)
                  " RANGE " ws-prf-low(ws-profile-num)
                  "-" ws-prf-high(ws-profile-num)
                  " PATTERN " ws-prf-pattern(ws-profile-num)
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  RECORDS " ws-prf-count(ws-profile-num)
                  " VALID " ws-valid-count
                  " DUPLICATES " ws-dup-count
                  " INVALID " ws-invalid-count
                  " TRAILER " ws-ct-count "/" ws-ct-sum
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  EXPECT " ws-reject-step " REJECTS "
                  ws-invalid-count
                  " (" function trim(ws-invalid-reason) ")"
                  " AND " function trim(ws-volume-text) " "
                  ws-prf-count(ws-profile-num)
                  delimited by size into report-line
           end-string
           write report-line
           exit section.

       generate-one-record section.
           *> Invalid and duplicate records fall evenly through the
           *> file: one is planted whenever the running total drops
           *> below the file's percentage of the records so far.
           move spaces to ws-gen-line
           compute ws-target = ws-record-num
                             * ws-prf-invalid-pct(ws-profile-num) / 100
           if ws-invalid-count < ws-target
               perform build-invalid-record
               add 1 to ws-invalid-count
           else
               compute ws-target = ws-record-num
                                 * ws-prf-dup-pct(ws-profile-num) / 100
               if ws-dup-count < ws-target and ws-have-previous-yes
                   move ws-previous-line to ws-gen-line
                   add 1 to ws-dup-count
               else
                   perform build-valid-record
                   move ws-gen-line to ws-previous-line
                   set ws-have-previous-yes to true
                   add 1 to ws-valid-count
               end-if
           end-if

           move ws-gen-line to ws-ct-buffer
           call "cthash" using ws-ct-buffer, ws-ct-count, ws-ct-sum
           move ws-gen-line to gen-record
           write gen-record
           exit section.

       build-valid-record section.
           move ws-prf-low(ws-profile-num) to ws-rnd-low
           move ws-prf-high(ws-profile-num) to ws-rnd-high
           evaluate true
               when ws-gen-txns
                   perform build-txn-fields
                   perform pick-in-range
                   move ws-rnd-value to gtx-max
               when ws-gen-indices
                   if ws-rnd-low < 1
                       move 1 to ws-rnd-low
                   end-if
                   if ws-rnd-high > 9999
                       move 9999 to ws-rnd-high
                   end-if
                   perform pick-in-range
                   move ws-rnd-value to ws-number-edit
                   move function trim(ws-number-edit) to gix-index
                   move ws-modulus-pattern to gix-modulus
               when ws-gen-pairs
                   perform build-pair-fields
               when ws-gen-words
                   perform build-word
                   move "ADD" to gwd-action
                   move ws-text(1:20) to gwd-word
           end-evaluate
           exit section.

       build-invalid-record section.
           evaluate true
               when ws-gen-txns
                   perform build-txn-fields
                   move "12X4A6789" to gtx-max-x
               when ws-gen-indices
                   move "0" to gix-index
                   move ws-modulus-pattern to gix-modulus
               when ws-gen-pairs
                   perform build-pair-fields
                   move spaces to gpr-substring
               when ws-gen-words
                   perform build-word
                   move "XXX" to gwd-action
                   move ws-text(1:20) to gwd-word
           end-evaluate
           exit section.

       build-txn-fields section.
           move 1 to ws-rnd-low
           move 99 to ws-rnd-high
           perform pick-in-range
           move ws-rnd-value to gtx-divisor-1
           perform pick-in-range
           move ws-rnd-value to gtx-divisor-2
           if ws-prf-pattern(ws-profile-num) = spaces
                   or ws-prf-pattern(ws-profile-num) = "*"
               add 1 to ws-requestor-num
               if ws-requestor-num > ws-requestor-count
                   move 1 to ws-requestor-num
               end-if
               move ws-requestor-code(ws-requestor-num) to gtx-requestor
           else
               move ws-prf-pattern(ws-profile-num) to gtx-requestor
           end-if
           move ws-prf-low(ws-profile-num) to ws-rnd-low
           move ws-prf-high(ws-profile-num) to ws-rnd-high
           exit section.

       build-pair-fields section.
           *> The substring is always cut from the input string, so
           *> every valid pair finds something to replace.
           move ws-prf-low(ws-profile-num) to ws-rnd-low
           move ws-prf-high(ws-profile-num) to ws-rnd-high
           if ws-rnd-low < 1
               move 1 to ws-rnd-low
           end-if
           if ws-rnd-high > 100
               move 100 to ws-rnd-high
           end-if
           perform pick-in-range
           move ws-rnd-value to ws-text-length
           perform fill-random-text
           move ws-text to gpr-input
           if ws-text-length < 3
               move ws-text(1:1) to gpr-substring
           else
               move 1 to ws-rnd-low
               compute ws-rnd-high = ws-text-length - 2
               perform pick-in-range
               move ws-text(ws-rnd-value:3) to gpr-substring
           end-if
           move "ZZ" to gpr-replacement
           move "E" to gpr-match-mode

           perform pattern-length
           if ws-prefix-length > 6
               move 6 to ws-prefix-length
           end-if
           compute ws-seq-digits = 8 - ws-prefix-length
           move ws-record-num to ws-seq-display
           if ws-prefix-length > 0
               move ws-prf-pattern(ws-profile-num)(1:ws-prefix-length)
                   to gpr-pair-id(1:ws-prefix-length)
           end-if
           move ws-seq-display(9 - ws-seq-digits:ws-seq-digits)
               to gpr-pair-id(ws-prefix-length + 1:ws-seq-digits)
           exit section.

       build-word section.
           move ws-prf-low(ws-profile-num) to ws-rnd-low
           move ws-prf-high(ws-profile-num) to ws-rnd-high
           if ws-rnd-low < 1
               move 1 to ws-rnd-low
           end-if
           if ws-rnd-high > 20
               move 20 to ws-rnd-high
           end-if
           perform pick-in-range
           move ws-rnd-value to ws-text-length
           perform fill-random-text

           perform pattern-length
           if ws-prefix-length > 20
               move 20 to ws-prefix-length
           end-if
           if ws-prefix-length > ws-text-length
               move ws-prefix-length to ws-text-length
           end-if
           if ws-prefix-length > 0
               move ws-prf-pattern(ws-profile-num)(1:ws-prefix-length)
                   to ws-text(1:ws-prefix-length)
           end-if
           exit section.

       pattern-length section.
           move 0 to ws-prefix-length
           if ws-prf-pattern(ws-profile-num) not = spaces
               compute ws-prefix-length = function length(
                   function trim(ws-prf-pattern(ws-profile-num)))
           end-if
           exit section.

       fill-random-text section.
           move spaces to ws-text
           move 1 to ws-rnd-low
           move 26 to ws-rnd-high
           perform varying ws-text-pos from 1 by 1
                   until ws-text-pos > ws-text-length
               perform pick-in-range
               move ws-letters(ws-rnd-value:1) to ws-text(ws-text-pos:1)
           end-perform
           exit section.

       pick-in-range section.
           if ws-rnd-high < ws-rnd-low
               move ws-rnd-low to ws-rnd-high
           end-if
           compute ws-random = function random
           compute ws-rnd-value = ws-rnd-low
               + function integer(ws-random
                                  * (ws-rnd-high - ws-rnd-low + 1))
           exit section.

       end program TestDataGen.
