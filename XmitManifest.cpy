      *> XmitManifest.cpy
      *> Transmission manifest and receipt layouts. xmitmanifest.dat
      *> holds one row per outbound file per receiving team per
      *> generation: what was handed over (record count and the
      *> ControlTotal hash of its lines), when, and by when the team
      *> should have acknowledged it. XmitReceipt fills in the
      *> acknowledgement - RECEIVED when the team's count and hash
      *> agree with ours, MISMATCH when they do not; SENT means no
      *> acknowledgement yet.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-xmit-manifest.
           05 ()-xmt-file              pic x(30).
           05 filler                   pic x.
           05 ()-xmt-generation        pic 9(6).
           05 filler                   pic x.
           05 ()-xmt-receiver          pic x(8).
           05 filler                   pic x.
           05 ()-xmt-count             pic 9(6).
           05 filler                   pic x.
           05 ()-xmt-hash              pic 9(10).
           05 filler                   pic x.
           05 ()-xmt-sent              pic x(14).
           05 filler                   pic x.
           05 ()-xmt-due               pic x(14).
           05 filler                   pic x.
           05 ()-xmt-state             pic x(8).
               88 ()-xmt-sent-state    value "SENT".
               88 ()-xmt-received      value "RECEIVED".
               88 ()-xmt-mismatch      value "MISMATCH".
           05 filler                   pic x.
           05 ()-xmt-ack-time          pic x(14).
           05 filler                   pic x.
           05 ()-xmt-ack-count         pic 9(6).
           05 filler                   pic x.
           05 ()-xmt-ack-hash          pic 9(10).

