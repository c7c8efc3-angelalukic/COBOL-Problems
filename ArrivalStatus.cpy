      *> ArrivalStatus.cpy
      *> arrivalstatus.dat - one row per input file on the arrival
      *> schedule, rewritten by ArrivalWatch after every look at the
      *> inputs and shown by BatchConsole. The state is WAITING until
      *> the file is complete (trailer present, size unchanged for its
      *> settle interval), then ARRIVED; a file still not complete at
      *> its cut-off ends MISSED (chain proceeds without it), HELD
      *> (chain held) or FAILED (run failed) by its schedule rule. The
      *> size and modification stamp are those last seen and the note
      *> says why a file is still waiting. The accepted fields keep the
      *> size, stamp and business date of the copy last taken as
      *> complete, whatever today's state, so a later day can tell
      *> that copy left in place from a new delivery.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-arrival-status.
           05 ()-arv-file              pic x(30).
           05 filler                   pic x.
           05 ()-arv-state             pic x(8).
               88 ()-arv-waiting       value "WAITING".
               88 ()-arv-arrived       value "ARRIVED".
               88 ()-arv-missed        value "MISSED".
               88 ()-arv-held          value "HELD".
               88 ()-arv-failed        value "FAILED".
           05 filler                   pic x.
           05 ()-arv-rule              pic x.
           05 filler                   pic x.
           05 ()-arv-cutoff            pic x(4).
           05 filler                   pic x.
           05 ()-arv-size              pic 9(12).
           05 filler                   pic x.
           05 ()-arv-modstamp          pic x(14).
           05 filler                   pic x.
           05 ()-arv-checked           pic x(14).
           05 filler                   pic x.
           05 ()-arv-arrived-at        pic x(14).
           05 filler                   pic x.
           05 ()-arv-note              pic x(20).
           05 filler                   pic x.
           05 ()-arv-accepted-size     pic 9(12).
           05 filler                   pic x.
           05 ()-arv-accepted-stamp    pic x(14).
           05 filler                   pic x.
           05 ()-arv-accepted-date     pic x(8).
