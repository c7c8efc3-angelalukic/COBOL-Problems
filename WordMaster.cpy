      *> WordMaster.cpy
      *> One record per word on the indexed word master
      *> (wordmaster.dat), keyed on the word itself. A word is never
      *> physically deleted: DEL retires it and a later ADD brings it
      *> back, so its origin and the date it first arrived survive
      *> every change. wordlist.dat is only an extract of the active
      *> records, taken by WordExtract for the sequential consumers.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-master-record.
           05 ()-word                  pic x(20).
           05 ()-origin                pic x(3).
           05 ()-added-date            pic x(8).
           05 ()-changed-date          pic x(8).
           05 ()-changed-by            pic x(8).
           05 ()-status                pic x.
               88 ()-active            value "A".
               88 ()-retired           value "R".
