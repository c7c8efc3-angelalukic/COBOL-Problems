           select audit-file assign to dynamic ws-audit-name
               organization is line sequential
               file status is ws-audit-status.
           select chain-file assign to dynamic ws-chain-name
               organization is line sequential
               file status is ws-chain-status.

       data division.
       file section.
       fd  audit-file.
       01  audit-record.
           05 filler               pic x(119).
           05 aur-seq              pic x(9).
           05 filler               pic x.
           05 aur-prev-hash        pic x(16).
           05 filler               pic x.
           05 aur-hash             pic x(16).

      *> auditchain.dat - the sequence number and hash of the last
      *> record written, so the next one can be chained to it and a
      *> verification run can tell a file cut short at the end from
      *> one that simply ends there.
       fd  chain-file.
       01  chain-record.
           05 chn-seq              pic 9(9).
           05 filler               pic x.
           05 chn-hash             pic x(16).
           05 filler               pic x.
           05 chn-date             pic x(8).
           05 filler               pic x.
           05 chn-time             pic x(6).

       working-storage section.
       01 ws-audit-status      pic x(2).
       01 ws-audit-name        pic x(45).
       01 ws-chain-status      pic x(2).
       01 ws-chain-name        pic x(45).
       01 ws-audit-eof         pic x value "N".
           88 ws-audit-eof-yes value "Y".
       01 ws-last-seq          pic 9(9).
       01 ws-last-hash         pic x(16).
      *> Every record carries a hash of its own first 145 columns -
      *> the detail, its sequence number and the previous record's
      *> hash - folded into two residues the way Authority folds a
      *> password. Changing, removing or reordering any record
      *> breaks the chain from that point on.
       78 78-chain-length      value 145.
       01 ws-chain-text        pic x(145).
       01 ws-chain-a           pic 9(18).
       01 ws-chain-b           pic 9(18).
       01 ws-chain-char        pic 9(4).
       01 ws-chain-pos         pic 9(4) comp-x.
       01 ws-chain-result.
           05 ws-chain-high    pic 9(8).
           05 ws-chain-low     pic 9(8).
       01 ws-resolve-base      pic x(45).
       01 ws-name-resolved     pic x value "N".
           88 ws-name-resolved-yes value "Y".
           05 aud-record-count     pic 9(9).
           05 filler               pic x value space.
           05 aud-parms            pic x(60).
           05 filler               pic x value space.
           05 aud-seq              pic 9(9).
           05 filler               pic x value space.
           05 aud-prev-hash        pic x(16).
           05 filler               pic x value space.
           05 aud-hash             pic x(16).

       linkage section.
       01 lk-program           pic x(20).
       01 lk-parms             pic x(60).
       01 lk-record-count      pic 9(9).
       01 lk-return-code       pic 9(4).
       01 lk-event             pic x(5).
       01 lk-chain-text        pic x(145).
       01 lk-chain-hash        pic x(16).

       procedure division.

               perform write-audit
               goback.

           entry "auditevent" using lk-program, lk-event, lk-parms
               *> A point event inside a run rather than a run's start
               *> or end - a refused list access, for one. Checks that
               *> pair START with END pass these over.
               initialize ws-audit-detail
               move lk-program to aud-program
               move lk-event to aud-event
               move 0 to aud-return-code
               move 0 to aud-record-count
               move lk-parms to aud-parms
               perform write-audit
               goback.

           entry "audithash" using lk-chain-text, lk-chain-hash
               *> The hash a record's first 145 columns should carry,
               *> for AuditVerify to hold each record against.
               move lk-chain-text to ws-chain-text
               perform chain-hash
               move ws-chain-result to lk-chain-hash
               goback.

       write-audit section.
           if not ws-name-resolved-yes
               move "batchaudit.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base,
                                        ws-audit-name
               move "auditchain.dat" to ws-resolve-base
               call "resolvename" using ws-resolve-base,
                                        ws-chain-name
               set ws-name-resolved-yes to true
           end-if
           move function current-date to ws-audit-timestamp
           move ws-audit-timestamp(1:8) to aud-date
           move ws-audit-timestamp(9:6) to aud-time

           *> The chain state is read afresh for every record, since
           *> any program in the suite may have written one since.
           perform load-chain-state
           compute aud-seq = ws-last-seq + 1
           move ws-last-hash to aud-prev-hash
           move ws-audit-detail(1:78-chain-length) to ws-chain-text
           perform chain-hash
           move ws-chain-result to aud-hash

           open extend audit-file
           if ws-audit-status = "35"
               open output audit-file
           if ws-audit-status = "00"
               write audit-record from ws-audit-detail
               close audit-file
               perform save-chain-state
           end-if
           exit section.

       load-chain-state section.
           *> The first record ever chained follows sequence 0 and a
           *> hash of zeros. Without a chain state file the last
           *> chained record on the live file stands in for it;
           *> records from before chaining began carry no sequence
           *> number and are passed over.
           move 0 to ws-last-seq
           move all "0" to ws-last-hash
           open input chain-file
           if ws-chain-status = "00"
               read chain-file
                   not at end
                       if chn-seq is numeric
                           move chn-seq to ws-last-seq
                           move chn-hash to ws-last-hash
                       end-if
               end-read
               close chain-file
               exit section
           end-if

           open input audit-file
           if ws-audit-status not = "00"
               exit section
           end-if
           move "N" to ws-audit-eof
           perform until ws-audit-eof-yes
               read audit-file
                   at end
                       set ws-audit-eof-yes to true
                   not at end
                       if aur-seq is numeric
                           move aur-seq to ws-last-seq
                           move aur-hash to ws-last-hash
                       end-if
               end-read
           end-perform
           close audit-file
           exit section.

       save-chain-state section.
           move spaces to chain-record
           move aud-seq to chn-seq
           move aud-hash to chn-hash
           move aud-date to chn-date
           move aud-time to chn-time
           open output chain-file
           if ws-chain-status = "00"
               write chain-record
               close chain-file
           end-if
           exit section.

       chain-hash section.
           move 5381 to ws-chain-a
           move 52711 to ws-chain-b
           perform varying ws-chain-pos from 1 by 1
                   until ws-chain-pos > 78-chain-length
               compute ws-chain-char =
                   function ord(ws-chain-text(ws-chain-pos:1))
               compute ws-chain-a = function mod(
                   ws-chain-a * 131 + ws-chain-char, 99999989)
               compute ws-chain-b = function mod(
                   ws-chain-b * 257 + ws-chain-char * ws-chain-pos
                       + ws-chain-a,
                   99999971)
           end-perform
           move ws-chain-a to ws-chain-high
           move ws-chain-b to ws-chain-low
           exit section.

       end program AuditTrail.
