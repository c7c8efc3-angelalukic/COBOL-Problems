      *> ListRights.cpy
      *> One record per owned named list on listrights.dat (indexed,
      *> keyed on the list name): the operator who owns the list and
      *> the operators the owner has granted read (R) or update (U)
      *> access. A list with no record here predates ownership and
      *> stays open to every operator holding list maintenance
      *> authority until a supervisor assigns it an owner.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-rights-record.
           05 ()-list                  pic x(20).
           05 ()-owner                 pic x(8).
           05 ()-changed-date          pic x(8).
           05 ()-changed-by            pic x(8).
           05 ()-grant occurs 10.
               10 ()-grant-operator    pic x(8).
               10 ()-grant-level       pic x.
                   88 ()-grant-read    value "R".
                   88 ()-grant-update  value "U".
