      *> OperHistory.cpy
      *> One row of operhistory.dat, the history of every change
      *> made to operators.dat through OperMaint: what was done, to
      *> which operator, by whom and why, with the operator's row
      *> (id, letters, status - columns 1-23) before and after. An
      *> added operator has a blank before image and a removed one a
      *> blank after image. Line sequential, append only; machine-wide
      *> like operators.dat itself.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-history-record.
           05 ()-his-date              pic x(8).
           05 filler                   pic x.
           05 ()-his-time              pic x(6).
           05 filler                   pic x.
           05 ()-his-action            pic x(8).
           05 filler                   pic x.
           05 ()-his-operator          pic x(8).
           05 filler                   pic x.
           05 ()-his-by                pic x(8).
           05 filler                   pic x.
           05 ()-his-letter            pic x.
           05 filler                   pic x.
           05 ()-his-before            pic x(23).
           05 filler                   pic x.
           05 ()-his-after             pic x(23).
           05 filler                   pic x.
           05 ()-his-reason            pic x(40).
