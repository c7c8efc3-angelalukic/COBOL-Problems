      *> PeriodControl.cpy
      *> One row of periodcontrol.dat, the Problem3 period control
      *> file: a CLOSED row each time PeriodClose freezes a month and
      *> a REOPEN row each time a supervisor reopens one, with who,
      *> when and - for a reopen - why. Rows are only ever appended;
      *> the latest row for a period gives its state, and a period
      *> with no row is open. Line sequential; rows starting "*" are
      *> comments.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-period-record.
           05 ()-pct-period            pic 9(6).
           05 ()-pct-period-x redefines ()-pct-period pic x(6).
           05 filler                   pic x.
           05 ()-pct-action            pic x(6).
               88 ()-pct-closed        value "CLOSED".
               88 ()-pct-reopened      value "REOPEN".
           05 filler                   pic x.
           05 ()-pct-date              pic x(8).
           05 filler                   pic x.
           05 ()-pct-time              pic x(6).
           05 filler                   pic x.
           05 ()-pct-operator          pic x(8).
           05 filler                   pic x.
           05 ()-pct-records           pic 9(6).
           05 filler                   pic x.
           05 ()-pct-reason            pic x(40).
