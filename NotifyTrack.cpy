      *> NotifyTrack.cpy
      *> One row of notifytrack.dat per message queued to the gateway:
      *> the event it reports (tied back to batchalerts.dat by date,
      *> time and step), the recipient group and priority it was
      *> routed to, when it was first queued and last sent, how many
      *> attempts it has had and where it stands - QUEUED awaiting the
      *> relay's word, DELIVERED, RESENT after an undelivered outcome,
      *> UNSENT when the outbound file could not take it, or ABANDONED
      *> once the attempts are used up. Subject and body are kept so
      *> a resend says exactly what the first send said.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-notify-track.
           05 ()-ntt-message-id        pic x(20).
           05 filler                   pic x.
           05 ()-ntt-event             pic x(8).
           05 filler                   pic x.
           05 ()-ntt-severity          pic x.
           05 filler                   pic x.
           05 ()-ntt-event-date        pic x(8).
           05 filler                   pic x.
           05 ()-ntt-event-time        pic x(6).
           05 filler                   pic x.
           05 ()-ntt-step              pic x(20).
           05 filler                   pic x.
           05 ()-ntt-code              pic 9(4).
           05 filler                   pic x.
           05 ()-ntt-group             pic x(8).
           05 filler                   pic x.
           05 ()-ntt-priority          pic x.
           05 filler                   pic x.
           05 ()-ntt-queued            pic x(14).
           05 filler                   pic x.
           05 ()-ntt-sent              pic x(14).
           05 filler                   pic x.
           05 ()-ntt-attempts          pic 9(2).
           05 filler                   pic x.
           05 ()-ntt-state             pic x(9).
               88 ()-ntt-queued-state  value "QUEUED".
               88 ()-ntt-delivered     value "DELIVERED".
               88 ()-ntt-resent        value "RESENT".
               88 ()-ntt-unsent        value "UNSENT".
               88 ()-ntt-abandoned     value "ABANDONED".
           05 filler                   pic x.
           05 ()-ntt-state-time        pic x(14).
           05 filler                   pic x.
           05 ()-ntt-reason            pic x(30).
           05 filler                   pic x.
           05 ()-ntt-subject           pic x(60).
           05 filler                   pic x.
           05 ()-ntt-body              pic x(160).
