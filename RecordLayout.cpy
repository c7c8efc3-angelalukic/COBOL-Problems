      *> RecordLayout.cpy
      *> One row of recordlayouts.dat, the record-layout catalog: a
      *> field of a suite file with its name, starting column, length,
      *> type and edit mask (the writing program's picture). Type 9 is
      *> zero-filled digits, Z a number that may carry leading or
      *> trailing blanks (an edited or left-justified figure), X text.
      *> Rows for one file are kept together in column order.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-layout-record.
           05 ()-lay-file              pic x(25).
           05 filler                   pic x.
           05 ()-lay-field             pic x(12).
           05 filler                   pic x.
           05 ()-lay-start             pic 9(4).
           05 filler                   pic x.
           05 ()-lay-length            pic 9(4).
           05 filler                   pic x.
           05 ()-lay-type              pic x.
               88 ()-lay-digits        value "9".
               88 ()-lay-number        value "Z".
               88 ()-lay-text          value "X".
           05 filler                   pic x.
           05 ()-lay-mask              pic x(20).
           05 filler                   pic x(9).
