      *> NotifyEvent.cpy
      *> One event handed to the notification module's notifyevent
      *> entry: what happened (ALERT for a failed step, WARNING for a
      *> step let through by batchpolicy.dat, ESCALATE for an alert
      *> left unacknowledged, VERDICT for the run's batchstatus.dat
      *> verdict), its severity letter for routing, and the alert
      *> fields the message is built from. Escalations carry the date
      *> and time of the alert they escalate so the two can be tied
      *> together.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-notify-event.
           05 ()-nev-event             pic x(8).
           05 ()-nev-severity          pic x.
               88 ()-nev-failure       value "F".
               88 ()-nev-warning       value "W".
               88 ()-nev-escalation    value "E".
               88 ()-nev-verdict       value "I".
           05 ()-nev-date              pic x(8).
           05 ()-nev-time              pic x(6).
           05 ()-nev-step              pic x(20).
           05 ()-nev-code              pic 9(4).
           05 ()-nev-description       pic x(28).
           05 ()-nev-checkpoint        pic x(20).
