           05 ()-parm-sort-keys        pic x(30).
           05 ()-parm-dedupe           pic x.
           05 ()-parm-collate          pic x.
           05 ()-parm-dup-days         pic 9(3).
