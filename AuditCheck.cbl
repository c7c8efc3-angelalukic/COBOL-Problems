           05 aud-record-count     pic 9(9).
           05 filler               pic x.
           05 aud-parms            pic x(60).
           05 filler               pic x(44).

       fd  alert-file.
       01  alert-record.
