      $set sourceformat(variable)
       identification division.
       program-id. RecordLayout.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select layout-file assign to dynamic ws-layout-name
               organization is line sequential
               file status is ws-layout-status.

       data division.
       file section.
       fd  layout-file.
       copy "RecordLayout.cpy" replacing ==()== by ==rl==.

       working-storage section.
      *> The record-layout catalog, read once per run unit: every
      *> field of every registered suite file, so the programs that
      *> pick records apart (ExportDelim, ImportDelim, RunCompare,
      *> BatchEdit) all work from the one definition instead of
      *> carrying their own column offsets.
       78 78-catalog-max       value 400.
       78 78-table-max         value 30.
       01 ws-layout-name       pic x(45).
       01 ws-layout-status     pic x(2).
       01 ws-resolve-base      pic x(45).
       01 ws-layout-eof        pic x value "N".
           88 ws-layout-eof-yes value "Y".
       01 ws-catalog-loaded    pic x value "N".
           88 ws-catalog-loaded-yes value "Y".
       01 ws-catalog-count     pic 9(4) comp-x value 0.
       01 ws-catalog-table.
           05 ws-catalog-entry occurs 78-catalog-max.
               10 ws-cat-file      pic x(25).
               10 ws-cat-field     pic x(12).
               10 ws-cat-start     pic 9(4).
               10 ws-cat-length    pic 9(4).
               10 ws-cat-type      pic x.
               10 ws-cat-mask      pic x(20).
       01 ws-catalog-num       pic 9(4) comp-x.
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.

       linkage section.
       01 lk-file-name         pic x(25).
       01 lk-field-name        pic x(12).
       01 lk-result            pic 9(4).
       copy "RecordLayout.cpy" replacing ==()== by ==lk==.
       copy "LayoutTable.cpy"  replacing ==()== by ==lk==.

       procedure division.

           entry "layoutget" using lk-file-name, lk-layout-table,
                                   lk-result
               *> Every field of one file in catalog order; a file
               *> the catalog does not know comes back with a count
               *> of zero and result 4.
               if not ws-catalog-loaded-yes
                   perform load-catalog
               end-if
               move lk-file-name to lk-lyt-file
               move 0 to lk-lyt-count
               perform varying ws-catalog-num from 1 by 1
                       until ws-catalog-num > ws-catalog-count
                   if ws-cat-file(ws-catalog-num) = lk-file-name
                           and lk-lyt-count < 78-table-max
                       add 1 to lk-lyt-count
                       move ws-cat-field(ws-catalog-num)
                           to lk-lyt-field(lk-lyt-count)
                       move ws-cat-start(ws-catalog-num)
                           to lk-lyt-start(lk-lyt-count)
                       move ws-cat-length(ws-catalog-num)
                           to lk-lyt-length(lk-lyt-count)
                       move ws-cat-type(ws-catalog-num)
                           to lk-lyt-type(lk-lyt-count)
                       move ws-cat-mask(ws-catalog-num)
                           to lk-lyt-mask(lk-lyt-count)
                   end-if
               end-perform
               if lk-lyt-count = 0
                   move 78-ec-no-records to lk-result
               else
                   move 78-ec-ok to lk-result
               end-if
               goback.

           entry "layoutfield" using lk-file-name, lk-field-name,
                                     lk-layout-record, lk-result
               *> One named field of one file.
               if not ws-catalog-loaded-yes
                   perform load-catalog
               end-if
               initialize lk-layout-record
               move 78-ec-no-records to lk-result
               perform varying ws-catalog-num from 1 by 1
                       until ws-catalog-num > ws-catalog-count
                          or lk-result = 78-ec-ok
                   if ws-cat-file(ws-catalog-num) = lk-file-name
                           and ws-cat-field(ws-catalog-num)
                               = lk-field-name
                       move lk-file-name to lk-lay-file
                       move lk-field-name to lk-lay-field
                       move ws-cat-start(ws-catalog-num)
                           to lk-lay-start
                       move ws-cat-length(ws-catalog-num)
                           to lk-lay-length
                       move ws-cat-type(ws-catalog-num) to lk-lay-type
                       move ws-cat-mask(ws-catalog-num) to lk-lay-mask
                       move 78-ec-ok to lk-result
                   end-if
               end-perform
               goback.

       load-catalog section.
           set ws-catalog-loaded-yes to true
           move 0 to ws-catalog-count
           move "recordlayouts.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-layout-name
           open input layout-file
           if ws-layout-status not = "00"
               display "WARNING: recordlayouts.dat not found - no "
                       "record layouts available."
               exit section
           end-if

           move "N" to ws-layout-eof
           perform until ws-layout-eof-yes
               read layout-file
                   at end
                       set ws-layout-eof-yes to true
                   not at end
                       if rl-lay-file not = spaces
                               and rl-lay-file(1:1) not = "*"
                           perform load-one-field
                       end-if
               end-read
           end-perform
           close layout-file
           exit section.

       load-one-field section.
           if rl-lay-start not numeric
                   or rl-lay-length not numeric
                   or rl-lay-start = 0
                   or rl-lay-length = 0
                   or rl-lay-field = spaces
               display "WARNING: layout row for "
                       function trim(rl-lay-file) " "
                       function trim(rl-lay-field)
                       " has bad columns - row skipped."
               exit section
           end-if
           if ws-catalog-count = 78-catalog-max
               exit section
           end-if
           add 1 to ws-catalog-count
           move rl-lay-file to ws-cat-file(ws-catalog-count)
           move rl-lay-field to ws-cat-field(ws-catalog-count)
           move rl-lay-start to ws-cat-start(ws-catalog-count)
           move rl-lay-length to ws-cat-length(ws-catalog-count)
           move rl-lay-type to ws-cat-type(ws-catalog-count)
           move rl-lay-mask to ws-cat-mask(ws-catalog-count)
           exit section.

       end program RecordLayout.
