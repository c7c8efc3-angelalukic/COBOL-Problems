           05 ref-word       pic x(20).
           05 filler         pic x.
           05 ref-category   pic x(10).
           05 filler         pic x.
           05 ref-status     pic x.
               88 ref-retired value "R".

       fd  enriched-file.
       01  enriched-record.
                   at end
                       set ws-category-eof-yes to true
                   not at end
                       *> A row CategoryMaint has retired stays on
                       *> file for the record but no longer matches.
                       if ref-word not = spaces
                               and ref-word(1:1) not = "*"
                               and not ref-retired
                               and not (category-record(1:3) = "TRL"
                                   and category-record(4:16)
                                       is numeric)
