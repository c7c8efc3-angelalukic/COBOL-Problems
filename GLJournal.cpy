      *> GLJournal.cpy
      *> gljournal.dat, the general-ledger journal interface for the
      *> Problem3 chargeback: one H batch header, an L line per
      *> posting (debits to the consuming cost centres, then the one
      *> offsetting credit to the operations recovery account) and a
      *> T trailer with the line count, the debit and credit totals
      *> and a hash total of every line amount. Amounts carry two
      *> implied decimals.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-journal-header.
           05 ()-jnh-type              pic x.
           05 filler                   pic x.
           05 ()-jnh-batch-id          pic x(10).
           05 filler                   pic x.
           05 ()-jnh-period            pic 9(6).
           05 filler                   pic x.
           05 ()-jnh-journal-date      pic x(8).
           05 filler                   pic x.
           05 ()-jnh-source            pic x(8).
           05 filler                   pic x.
           05 ()-jnh-created           pic x(14).
           05 filler                   pic x.
           05 ()-jnh-description       pic x(30).
           05 filler                   pic x(17).
       01 ()-journal-line.
           05 ()-jnl-type              pic x.
           05 filler                   pic x.
           05 ()-jnl-line-no           pic 9(6).
           05 filler                   pic x.
           05 ()-jnl-account           pic x(12).
           05 filler                   pic x.
           05 ()-jnl-dr-cr             pic x.
               88 ()-jnl-debit         value "D".
               88 ()-jnl-credit        value "C".
           05 filler                   pic x.
           05 ()-jnl-amount            pic 9(11)v99.
           05 filler                   pic x.
           05 ()-jnl-quantity          pic 9(9).
           05 filler                   pic x.
           05 ()-jnl-reference         pic x(8).
           05 filler                   pic x.
           05 ()-jnl-narrative         pic x(30).
           05 filler                   pic x(13).
       01 ()-journal-trailer.
           05 ()-jnt-type              pic x.
           05 filler                   pic x.
           05 ()-jnt-line-count        pic 9(6).
           05 filler                   pic x.
           05 ()-jnt-debit-total       pic 9(11)v99.
           05 filler                   pic x.
           05 ()-jnt-credit-total      pic 9(11)v99.
           05 filler                   pic x.
           05 ()-jnt-hash-total        pic 9(13)v99.
           05 filler                   pic x(48).
