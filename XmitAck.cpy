      *> XmitAck.cpy
      *> One row of xmitack_<team>.dat, the receiving team's
      *> acknowledgement of a file from xmitmanifest.dat: file name and
      *> generation as we sent them, when they took it in and the
      *> record count and ControlTotal hash they computed on their side.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-xmit-ack.
           05 ()-xak-file              pic x(30).
           05 filler                   pic x.
           05 ()-xak-generation        pic 9(6).
           05 filler                   pic x.
           05 ()-xak-received          pic x(14).
           05 filler                   pic x.
           05 ()-xak-count             pic 9(6).
           05 filler                   pic x.
           05 ()-xak-hash              pic 9(10).
