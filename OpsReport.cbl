           05 aud-event            pic x(5).
           05 filler               pic x.
           05 aud-return-code      pic 9(4).
           05 filler               pic x(114).

       fd  alert-file.
       01  alert-record.
