      *> LayoutTable.cpy
      *> Every field of one file from recordlayouts.dat, in catalog
      *> order, as handed back by the RecordLayout module's layoutget
      *> entry. A count of zero means the file is not on the catalog.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-layout-table.
           05 ()-lyt-file              pic x(25).
           05 ()-lyt-count             pic 9(4) comp-x.
           05 ()-lyt-entry occurs 30.
               10 ()-lyt-field         pic x(12).
               10 ()-lyt-start         pic 9(4) comp-x.
               10 ()-lyt-length        pic 9(4) comp-x.
               10 ()-lyt-type          pic x.
               10 ()-lyt-mask          pic x(20).
