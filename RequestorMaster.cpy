      *> RequestorMaster.cpy
      *> One row of requestors.dat, the requestor master: every
      *> department allowed to submit Problem3 transactions, the cost
      *> centre its chargeback goes to, whether it may submit at all
      *> and how many transactions a day it may submit (zero = no
      *> limit). Line sequential; rows starting "*" are comments.
      *> Maintained through RequestorMaint.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-requestor-record.
           05 ()-rqm-code              pic x(8).
           05 filler                   pic x.
           05 ()-rqm-department        pic x(20).
           05 filler                   pic x.
           05 ()-rqm-cost-centre       pic x(8).
           05 filler                   pic x.
           05 ()-rqm-active            pic x.
               88 ()-rqm-active-yes    value "Y".
           05 filler                   pic x.
           05 ()-rqm-quota             pic 9(6).
