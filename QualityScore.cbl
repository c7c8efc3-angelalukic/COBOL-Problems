      $set sourceformat(variable)
       identification division.
       program-id. QualityScore.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select volume-file assign to dynamic ws-volume-name
               organization is line sequential
               file status is ws-volume-status.
           select input-file assign to dynamic ws-input-name
               organization is line sequential
               file status is ws-input-status.
           select reject-file assign to dynamic ws-reject-name
               organization is line sequential
               file status is ws-reject-status.
           select suspense-file assign to dynamic ws-suspense-name
               organization is line sequential
               file status is ws-suspense-status.
           select except-file assign to dynamic ws-except-name
               organization is line sequential
               file status is ws-except-status.
           select dispo-file assign to dynamic ws-dispo-name
               organization is line sequential
               file status is ws-dispo-status.
           select quality-history assign to dynamic ws-qhistory-name
               organization is line sequential
               file status is ws-qhistory-status.
           select history-work assign to dynamic ws-qwork-name
               organization is line sequential
               file status is ws-qwork-status.
           select score-report assign to dynamic ws-score-rpt-name
               organization is line sequential.

       data division.
       file section.
       fd  volume-file.
       01  volume-record.
           05 vol-date           pic x(8).
           05 filler             pic x.
           05 vol-file           pic x(30).
           05 filler             pic x.
           05 vol-count          pic 9(9).

       fd  input-file.
       01  input-line           pic x(320).

      *> batchedit_rejects.dat and importdelim_rejects.dat share the
      *> one reject layout.
       fd  reject-file.
       01  reject-record.
           05 rej-file           pic x(25).
           05 filler             pic x.
           05 rej-code           pic 9(4).
           05 filler             pic x.
           05 rej-reason         pic x(30).
           05 filler             pic x.
           05 rej-data           pic x(80).
           05 filler             pic x.
           05 rej-raised         pic x(14).

       fd  suspense-file.
       01  suspense-record.
           05 sus-code           pic 9(4).
           05 filler             pic x.
           05 sus-pair           pic x(313).

       fd  except-file.
       01  except-record        pic x(20).

       fd  dispo-file.
       01  dispo-record.
           05 dsp-date           pic x(8).
           05 filler             pic x.
           05 dsp-time           pic x(6).
           05 filler             pic x.
           05 dsp-operator       pic x(8).
           05 filler             pic x.
           05 dsp-action         pic x(9).
           05 filler             pic x.
           05 dsp-file           pic x(25).
           05 filler             pic x.
           05 dsp-reason         pic x(30).
           05 filler             pic x.
           05 dsp-raised         pic x(14).
           05 filler             pic x.
           05 dsp-data           pic x(80).

      *> qualityhistory.dat - one row per input file, and per
      *> requestor or pair origin within it, for each day the
      *> scorecard ran: the records and the rejects counted that day.
      *> A rerun on the same day replaces that day's rows, and rows
      *> older than the trend months are dropped.
       fd  quality-history.
       01  qhistory-record.
           05 qhs-date           pic x(8).
           05 filler             pic x.
           05 qhs-file           pic x(25).
           05 filler             pic x.
           05 qhs-origin         pic x(8).
           05 filler             pic x.
           05 qhs-records        pic 9(9).
           05 filler             pic x.
           05 qhs-rejects        pic 9(9).

      *> qualityhistory_new.dat - the next generation of the history,
      *> renamed over qualityhistory.dat once complete.
       fd  history-work.
       01  qwork-record         pic x(63).

       fd  score-report.
       01  report-line          pic x(132).

       working-storage section.
      *> The data-quality scorecard: everything the suite turned away
      *> - BatchEdit and ImportDelim rejects, Main's suspense file,
      *> WordCategory's exceptions - set against what each input
      *> file delivered (VolumeGuard's latest count on
      *> volumehistory.dat, plus rows ImportDelim refused outright),
      *> per input file and, where the record carries one, per
      *> requestor or pair-id origin. With each: the reject rate, the
      *> edit reasons failing most (for the file and for each
      *> origin in it), RejectRepair's repairs and
      *> discards this month with their turnaround from first
      *> rejection, and the rate in each of the three months before.
       78 78-key-max           value 200.
       78 78-reason-max        value 1000.
       78 78-origin-count      value 2.
       78 78-trend-months      value 3.
       78 78-top-reasons       value 3.
      *> Input files whose records say who sent them: the layout
      *> field that does, the column it comes in on an ImportDelim
      *> CSV row, and whether only the leading letters count (pair
      *> ids are a department prefix and a serial number).
       01 ws-origin-table-values.
           05 filler pic x(25) value "problem3transactions.dat ".
           05 filler pic x(12) value "REQUESTOR   ".
           05 filler pic 9     value 4.
           05 filler pic x     value "N".
           05 filler pic x(25) value "mainpairs.dat            ".
           05 filler pic x(12) value "PAIRID      ".
           05 filler pic 9     value 5.
           05 filler pic x     value "Y".
       01 ws-origin-table redefines ws-origin-table-values.
           05 ws-origin-def occurs 78-origin-count.
               10 ws-odf-file       pic x(25).
               10 ws-odf-field      pic x(12).
               10 ws-odf-csv-column pic 9.
               10 ws-odf-prefix     pic x.
                   88 ws-odf-prefix-yes value "Y".
       01 ws-origin-columns.
           05 ws-origin-column occurs 78-origin-count.
               10 ws-odf-start      pic 9(4) comp-x.
               10 ws-odf-length     pic 9(4) comp-x.
       01 ws-odf-num           pic 9(4) comp-x.
       01 ws-odf-match         pic 9(4) comp-x.
       copy "LayoutTable.cpy"  replacing ==()== by ==ws==.
       01 ws-layout-result     pic 9(4).
       01 ws-field-num         pic 9(4) comp-x.

      *> One row per input file (origin blank) and per origin in it.
       01 ws-key-count         pic 9(4) comp-x value 0.
       01 ws-key-table.
           05 ws-key-entry occurs 78-key-max.
               10 ws-key-file       pic x(25).
               10 ws-key-origin     pic x(8).
               10 ws-key-records    pic 9(9).
               10 ws-key-edit       pic 9(9).
               10 ws-key-import     pic 9(9).
               10 ws-key-suspense   pic 9(9).
               10 ws-key-except     pic 9(9).
               10 ws-key-rejects    pic 9(9).
               10 ws-key-repaired   pic 9(6).
               10 ws-key-discarded  pic 9(6).
               10 ws-key-turn-count pic 9(6).
               10 ws-key-turn-hours pic 9(9).
               10 ws-key-turn-max   pic 9(6).
               10 ws-key-prior occurs 78-trend-months.
                   15 ws-key-prior-records pic 9(9).
                   15 ws-key-prior-rejects pic 9(9).
       01 ws-key-num           pic 9(4) comp-x.
       01 ws-key-match         pic 9(4) comp-x.
       01 ws-file-key          pic 9(4) comp-x.
       01 ws-find-file         pic x(25).
       01 ws-find-origin       pic x(8).
       01 ws-key-full          pic x value "N".
           88 ws-key-full-yes  value "Y".

       01 ws-reason-count      pic 9(4) comp-x value 0.
       01 ws-reason-table.
           05 ws-reason-entry occurs 78-reason-max.
               10 ws-rsn-file       pic x(25).
               10 ws-rsn-origin     pic x(8).
               10 ws-rsn-text       pic x(30).
               10 ws-rsn-count      pic 9(6).
               10 ws-rsn-shown      pic x.
       01 ws-rsn-num           pic 9(4) comp-x.
       01 ws-rsn-best          pic 9(4) comp-x.
       01 ws-rsn-rank          pic 9(4) comp-x.
       01 ws-rsn-rank-display  pic 9.
       01 ws-tally-file        pic x(25).
       01 ws-tally-origin      pic x(8).
       01 ws-tally-reason      pic x(30).

      *> Today's history rows, built for the new generation.
       01 ws-qhistory-today.
           05 qht-date           pic x(8).
           05 filler             pic x value space.
           05 qht-file           pic x(25).
           05 filler             pic x value space.
           05 qht-origin         pic x(8).
           05 filler             pic x value space.
           05 qht-records        pic 9(9).
           05 filler             pic x value space.
           05 qht-rejects        pic 9(9).
       01 ws-history-ready     pic x value "N".
           88 ws-history-ready-yes value "Y".
       01 ws-file-rc           pic x(4) comp-5 value 0.
       01 ws-trend-month-table.
           05 ws-trend-month occurs 78-trend-months pic 9(6).
       01 ws-trend-num         pic 9(4) comp-x.

       01 ws-volume-name       pic x(45).
       01 ws-input-name        pic x(45).
       01 ws-reject-name       pic x(45).
       01 ws-suspense-name     pic x(45).
       01 ws-except-name       pic x(45).
       01 ws-dispo-name        pic x(45).
       01 ws-qhistory-name     pic x(45).
       01 ws-qwork-name        pic x(45).
       01 ws-score-rpt-name    pic x(45).
       01 ws-resolve-base      pic x(45).
       01 ws-volume-status     pic x(2).
       01 ws-input-status      pic x(2).
       01 ws-reject-status     pic x(2).
       01 ws-suspense-status   pic x(2).
       01 ws-except-status     pic x(2).
       01 ws-dispo-status      pic x(2).
       01 ws-qhistory-status   pic x(2).
       01 ws-qwork-status      pic x(2).
       01 ws-file-eof          pic x value "N".
           88 ws-file-eof-yes  value "Y".
       01 ws-reject-source     pic x.
           88 ws-reject-from-edit   value "E".
           88 ws-reject-from-import value "I".

       01 ws-today             pic x(21).
       01 ws-this-month        pic 9(6).
       01 ws-origin-raw        pic x(8).
       01 ws-origin            pic x(8).
       01 ws-origin-pos        pic 9(4) comp-x.
       01 ws-origin-done       pic x.
           88 ws-origin-done-yes value "Y".
       01 ws-csv-field         pic x(80) occurs 5.
       01 ws-error-num         pic 9(4) comp-x.
       01 ws-turn-days         pic s9(9).
       01 ws-turn-hours        pic s9(9).
       01 ws-rate-records      pic 9(9).
       01 ws-rate-rejects      pic 9(9).
       01 ws-rate              pic 9(3)v99.
       01 ws-rate-known        pic x.
           88 ws-rate-known-yes value "Y".
       01 ws-rate-display      pic x(7).
       01 ws-rate-edited       pic zz9.99.
       01 ws-now-rate          pic 9(3)v99.
       01 ws-now-known         pic x.
       01 ws-now-display       pic x(7).
       01 ws-trend-text        pic x(10).
       01 ws-trend-line        pic x(132).
       01 ws-line-pointer      pic 9(4) comp-x.
       01 ws-average-hours     pic 9(6).
       01 ws-items-read        pic 9(9) value 0.
       01 ws-audit-parms       pic x(60).
       01 ws-audit-rc          pic 9(4).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

       procedure division.

           move "volumehistory.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-volume-name
           move "mainsuspense.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-suspense-name
           move "wordcategory_except.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-except-name
           move "rejectdispo.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-dispo-name
           move "qualityhistory.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-qhistory-name
           move "qualityhistory_new.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-qwork-name
           move "qualityscore_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-score-rpt-name

           open output score-report
           move function current-date to ws-report-timestamp
           move "QualityScore" to ws-report-program
           move spaces to report-line
           string "PROGRAM: " ws-report-program
                  "RUN: " ws-report-timestamp(1:8)
                  "-" ws-report-timestamp(9:6)
                  delimited by size into report-line
           end-string
           write report-line

           move "-" to ws-audit-parms
           call "auditstart" using ws-report-program, ws-audit-parms

           move function current-date to ws-today
           move ws-today(1:6) to ws-this-month
           move ws-this-month to ws-trend-month(1)
           perform varying ws-trend-num from 1 by 1
                   until ws-trend-num > 78-trend-months
               if ws-trend-num > 1
                   move ws-trend-month(ws-trend-num - 1)
                       to ws-trend-month(ws-trend-num)
               end-if
               subtract 1 from ws-trend-month(ws-trend-num)
               if ws-trend-month(ws-trend-num)(5:2) = "00"
                   compute ws-trend-month(ws-trend-num) =
                           ws-trend-month(ws-trend-num) - 100 + 12
               end-if
           end-perform

           perform load-origin-columns
           perform load-volumes
           perform count-origins
           move "batchedit_rejects.dat" to ws-resolve-base
           set ws-reject-from-edit to true
           perform read-reject-file
           move "importdelim_rejects.dat" to ws-resolve-base
           set ws-reject-from-import to true
           perform read-reject-file
           perform read-suspense
           perform read-exceptions
           perform read-dispositions
           perform load-quality-history

           move spaces to report-line
           string "DATA-QUALITY SCORECARD FOR " ws-today(1:8)
                  " - RATES ARE REJECTS PER 100 RECORDS DELIVERED"
                  delimited by size into report-line
           end-string
           write report-line
           perform varying ws-file-key from 1 by 1
                   until ws-file-key > ws-key-count
               if ws-key-origin(ws-file-key) = spaces
                   perform report-one-file
               end-if
           end-perform
           if ws-key-full-yes
               move spaces to report-line
               string "WARNING: MORE FILES AND ORIGINS THAN THE "
                      "SCORECARD HOLDS - LATER ONES LEFT OUT"
                      delimited by size into report-line
               end-string
               write report-line
           end-if

           perform rewrite-quality-history

           move "OK     " to ws-report-status
           move ws-items-read to ws-report-record-count
           move spaces to report-line
           string "STATUS: " ws-report-status
                  "RECORDS: " ws-report-record-count
                  delimited by size into report-line
           end-string
           write report-line
           close score-report
           display "Data-quality scorecard written: " ws-items-read
                   " reject/exception item(s) scored."

           move 78-ec-ok to ws-audit-rc
           call "auditend" using ws-report-program,
                                 ws-report-record-count,
                                 ws-audit-rc
           goback returning 78-ec-ok.

       load-origin-columns section.
           *> The origin field's columns come from the record-layout
           *> catalog; a file it no longer describes is scored as a
           *> whole only.
           perform varying ws-odf-num from 1 by 1
                   until ws-odf-num > 78-origin-count
               move 0 to ws-odf-start(ws-odf-num)
               move 0 to ws-odf-length(ws-odf-num)
               call "layoutget" using ws-odf-file(ws-odf-num),
                                      ws-layout-table,
                                      ws-layout-result
               if ws-layout-result = 0
                   perform varying ws-field-num from 1 by 1
                           until ws-field-num > ws-lyt-count
                       if ws-lyt-field(ws-field-num)
                               = ws-odf-field(ws-odf-num)
                           move ws-lyt-start(ws-field-num)
                               to ws-odf-start(ws-odf-num)
                           move ws-lyt-length(ws-field-num)
                               to ws-odf-length(ws-odf-num)
                       end-if
                   end-perform
               end-if
               if ws-odf-length(ws-odf-num) > 8
                   move 8 to ws-odf-length(ws-odf-num)
               end-if
           end-perform
           exit section.

       load-volumes section.
           *> The latest count VolumeGuard recorded for each input.
           open input volume-file
           if ws-volume-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read volume-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if vol-count is numeric
                               and vol-date <= ws-today(1:8)
                           move vol-file to ws-find-file
                           move spaces to ws-find-origin
                           perform find-key
                           if ws-key-match not = 0
                               move vol-count
                                   to ws-key-records(ws-key-match)
                           end-if
                       end-if
               end-read
           end-perform
           close volume-file
           exit section.

       count-origins section.
           *> Records per origin are counted off the input file
           *> itself - the volume history only has file totals.
           perform varying ws-odf-num from 1 by 1
                   until ws-odf-num > 78-origin-count
               if ws-odf-start(ws-odf-num) not = 0
                   move ws-odf-file(ws-odf-num) to ws-resolve-base
                   call "resolvename" using ws-resolve-base,
                                            ws-input-name
                   open input input-file
                   if ws-input-status = "00"
                       move "N" to ws-file-eof
                       perform until ws-file-eof-yes
                           read input-file
                               at end
                                   set ws-file-eof-yes to true
                               not at end
                                   if not (input-line(1:3) = "TRL"
                                       and input-line(4:16) is numeric)
                                       move ws-odf-num to ws-odf-match
                                       move input-line(
                                           ws-odf-start(ws-odf-num):
                                           ws-odf-length(ws-odf-num))
                                           to ws-origin-raw
                                       perform derive-origin
                                       move ws-odf-file(ws-odf-num)
                                           to ws-find-file
                                       move ws-origin to ws-find-origin
                                       perform find-key
                                       if ws-key-match not = 0
                                           add 1 to ws-key-records(
                                               ws-key-match)
                                       end-if
                                   end-if
                           end-read
                       end-perform
                       close input-file
                   end-if
               end-if
           end-perform
           exit section.

       read-reject-file section.
           call "resolvename" using ws-resolve-base, ws-reject-name
           open input reject-file
           if ws-reject-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read reject-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if reject-record not = spaces
                           perform score-one-reject
                       end-if
               end-read
           end-perform
           close reject-file
           exit section.

       score-one-reject section.
           add 1 to ws-items-read
           move rej-file to ws-tally-file
           move spaces to ws-tally-origin
           move rej-reason to ws-tally-reason
           perform tally-reason

           *> A row ImportDelim refused never reached the input file,
           *> so it adds to what the origin delivered as well.
           move rej-file to ws-find-file
           move spaces to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               perform add-reject-to-key
           end-if

           perform find-origin-def
           if ws-odf-match = 0
               exit section
           end-if
           move spaces to ws-origin-raw
           if ws-reject-from-import
               move spaces to ws-csv-field(1) ws-csv-field(2)
                              ws-csv-field(3) ws-csv-field(4)
                              ws-csv-field(5)
               unstring rej-data delimited by ","
                   into ws-csv-field(1) ws-csv-field(2)
                        ws-csv-field(3) ws-csv-field(4)
                        ws-csv-field(5)
               end-unstring
               move function trim(ws-csv-field(
                   ws-odf-csv-column(ws-odf-match)))
                   to ws-origin-raw
           else
               *> BatchEdit keeps the first 80 columns; an origin
               *> field past them (a pair id) was not captured.
               if ws-odf-start(ws-odf-match) = 0
                       or ws-odf-start(ws-odf-match)
                          + ws-odf-length(ws-odf-match) > 81
                   exit section
               end-if
               move rej-data(ws-odf-start(ws-odf-match):
                             ws-odf-length(ws-odf-match))
                   to ws-origin-raw
           end-if
           perform derive-origin
           move ws-origin to ws-tally-origin
           perform tally-reason
           move ws-origin to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               perform add-reject-to-key
           end-if
           exit section.

       add-reject-to-key section.
           if ws-reject-from-import
               add 1 to ws-key-import(ws-key-match)
               add 1 to ws-key-records(ws-key-match)
           else
               add 1 to ws-key-edit(ws-key-match)
           end-if
           add 1 to ws-key-rejects(ws-key-match)
           exit section.

       read-suspense section.
           open input suspense-file
           if ws-suspense-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read suspense-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if suspense-record not = spaces
                           perform score-one-suspense
                       end-if
               end-read
           end-perform
           close suspense-file
           exit section.

       score-one-suspense section.
           add 1 to ws-items-read
           move "mainpairs.dat" to ws-tally-file
           move spaces to ws-tally-origin
           move spaces to ws-tally-reason
           string "SUSPENDED RC " sus-code
                  delimited by size into ws-tally-reason
           end-string
           if sus-code is numeric
               perform varying ws-error-num from 1 by 1
                       until ws-error-num > 14
                   if ws-error-table-code(ws-error-num) = sus-code
                       move ws-error-table-description(ws-error-num)
                           to ws-tally-reason
                   end-if
               end-perform
           end-if
           perform tally-reason

           move "mainpairs.dat" to ws-find-file
           move spaces to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               add 1 to ws-key-suspense(ws-key-match)
               add 1 to ws-key-rejects(ws-key-match)
           end-if
           perform find-origin-def
           if ws-odf-match = 0 or ws-odf-start(ws-odf-match) = 0
               exit section
           end-if
           move sus-pair(ws-odf-start(ws-odf-match):
                         ws-odf-length(ws-odf-match))
               to ws-origin-raw
           perform derive-origin
           move ws-origin to ws-tally-origin
           perform tally-reason
           move ws-origin to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               add 1 to ws-key-suspense(ws-key-match)
               add 1 to ws-key-rejects(ws-key-match)
           end-if
           exit section.

       read-exceptions section.
           *> A sorted word WordCategory found on no category - the
           *> word list carries no origin, so the file alone.
           open input except-file
           if ws-except-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read except-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if except-record not = spaces
                           add 1 to ws-items-read
                           move "wordlist.dat" to ws-tally-file
                           move spaces to ws-tally-origin
                           move "WORD ON NO CATEGORY"
                               to ws-tally-reason
                           perform tally-reason
                           move "wordlist.dat" to ws-find-file
                           move spaces to ws-find-origin
                           perform find-key
                           if ws-key-match not = 0
                               add 1 to ws-key-except(ws-key-match)
                               add 1 to ws-key-rejects(ws-key-match)
                           end-if
                       end-if
               end-read
           end-perform
           close except-file
           exit section.

       read-dispositions section.
           *> RejectRepair's repairs and discards this month, and how
           *> long each reject waited from when BatchEdit first raised
           *> it.
           open input dispo-file
           if ws-dispo-status not = "00"
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read dispo-file
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if dsp-date(1:6) = ws-this-month
                           perform score-one-disposition
                       end-if
               end-read
           end-perform
           close dispo-file
           exit section.

       score-one-disposition section.
           move -1 to ws-turn-hours
           if dsp-raised(1:10) is numeric and dsp-date is numeric
                   and dsp-time(1:2) is numeric
               compute ws-turn-days =
                       function integer-of-date(
                           function numval(dsp-date))
                     - function integer-of-date(
                           function numval(dsp-raised(1:8)))
               compute ws-turn-hours = ws-turn-days * 24
                       + function numval(dsp-time(1:2))
                       - function numval(dsp-raised(9:2))
               if ws-turn-hours < 0
                   move 0 to ws-turn-hours
               end-if
           end-if
           move dsp-file to ws-find-file
           move spaces to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               perform add-disposition-to-key
           end-if
           perform find-origin-def
           if ws-odf-match = 0 or ws-odf-start(ws-odf-match) = 0
                   or ws-odf-start(ws-odf-match)
                      + ws-odf-length(ws-odf-match) > 81
               exit section
           end-if
           move dsp-data(ws-odf-start(ws-odf-match):
                         ws-odf-length(ws-odf-match))
               to ws-origin-raw
           perform derive-origin
           move ws-origin to ws-find-origin
           perform find-key
           if ws-key-match not = 0
               perform add-disposition-to-key
           end-if
           exit section.

       add-disposition-to-key section.
           if dsp-action = "DISCARDED"
               add 1 to ws-key-discarded(ws-key-match)
           else
               add 1 to ws-key-repaired(ws-key-match)
           end-if
           if ws-turn-hours >= 0
               add 1 to ws-key-turn-count(ws-key-match)
               add ws-turn-hours to ws-key-turn-hours(ws-key-match)
               if ws-turn-hours > ws-key-turn-max(ws-key-match)
                   move ws-turn-hours to ws-key-turn-max(ws-key-match)
               end-if
           end-if
           exit section.

       load-quality-history section.
           *> The history is copied a row at a time into its next
           *> generation: today's rows are dropped (the rows this run
           *> scores replace them), and so are rows from before the
           *> three months summed here for the trend.
           open output history-work
           if ws-qwork-status not = "00"
               display "WARNING: qualityhistory_new.dat could not be "
                       "opened - history not updated this run."
               exit section
           end-if
           set ws-history-ready-yes to true
           open input quality-history
           if ws-qhistory-status not = "00"
               close history-work
               exit section
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof-yes
               read quality-history
                   at end
                       set ws-file-eof-yes to true
                   not at end
                       if qhs-date not = ws-today(1:8)
                               and qhs-date(1:6)
                                   >= ws-trend-month(78-trend-months)
                           perform keep-history-row
                       end-if
               end-read
           end-perform
           close quality-history
           close history-work
           exit section.

       keep-history-row section.
           write qwork-record from qhistory-record
           if qhs-records is not numeric or qhs-rejects is not numeric
               exit section
           end-if
           perform varying ws-trend-num from 1 by 1
                   until ws-trend-num > 78-trend-months
               if qhs-date(1:6) = ws-trend-month(ws-trend-num)
                   perform varying ws-key-num from 1 by 1
                           until ws-key-num > ws-key-count
                       if ws-key-file(ws-key-num) = qhs-file
                               and ws-key-origin(ws-key-num)
                                   = qhs-origin
                           add qhs-records to ws-key-prior-records(
                               ws-key-num, ws-trend-num)
                           add qhs-rejects to ws-key-prior-rejects(
                               ws-key-num, ws-trend-num)
                       end-if
                   end-perform
               end-if
           end-perform
           exit section.

       rewrite-quality-history section.
           *> Today's rows go on the end of the new generation, which
           *> then replaces the history.
           if not ws-history-ready-yes
               exit section
           end-if
           open extend history-work
           if ws-qwork-status not = "00"
               display "WARNING: qualityhistory_new.dat could not be "
                       "reopened - history not updated this run."
               exit section
           end-if
           perform varying ws-key-num from 1 by 1
                   until ws-key-num > ws-key-count
               move ws-today(1:8) to qht-date
               move ws-key-file(ws-key-num) to qht-file
               move ws-key-origin(ws-key-num) to qht-origin
               move ws-key-records(ws-key-num) to qht-records
               move ws-key-rejects(ws-key-num) to qht-rejects
               write qwork-record from ws-qhistory-today
           end-perform
           close history-work
           call "CBL_RENAME_FILE" using ws-qwork-name,
                                        ws-qhistory-name
               returning ws-file-rc
           end-call
           if ws-file-rc not = 0
               display "WARNING: qualityhistory_new.dat could not "
                       "replace qualityhistory.dat - history not "
                       "updated this run."
           end-if
           exit section.

       report-one-file section.
           move spaces to report-line
           write report-line
           move ws-file-key to ws-key-num
           move ws-key-records(ws-key-num) to ws-rate-records
           move ws-key-rejects(ws-key-num) to ws-rate-rejects
           perform compute-rate
           move spaces to report-line
           string "FILE " ws-key-file(ws-key-num)
                  " RECORDS " ws-key-records(ws-key-num)
                  " REJECTS " ws-key-rejects(ws-key-num)
                  " RATE " ws-rate-display
                  delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  EDIT " ws-key-edit(ws-key-num)
                  " IMPORT " ws-key-import(ws-key-num)
                  " SUSPENSE " ws-key-suspense(ws-key-num)
                  " EXCEPTION " ws-key-except(ws-key-num)
                  delimited by size into report-line
           end-string
           write report-line
           perform build-trend-line
           move spaces to report-line
           string "  TREND " ws-trend-line
                  delimited by size into report-line
           end-string
           write report-line
           perform build-repair-line
           move spaces to report-line
           string "  REPAIRS THIS MONTH " ws-trend-line
                  delimited by size into report-line
           end-string
           write report-line
           perform report-top-reasons

           move "N" to ws-origin-done
           perform varying ws-key-num from 1 by 1
                   until ws-key-num > ws-key-count
               if ws-key-file(ws-key-num) = ws-key-file(ws-file-key)
                       and ws-key-origin(ws-key-num) not = spaces
                   if not ws-origin-done-yes
                       set ws-origin-done-yes to true
                       move spaces to report-line
                       move "  BY ORIGIN: RECORDS   REJECTS   RATE"
                           to report-line
                       write report-line
                   end-if
                   move ws-key-records(ws-key-num) to ws-rate-records
                   move ws-key-rejects(ws-key-num) to ws-rate-rejects
                   perform compute-rate
                   move spaces to report-line
                   string "    " ws-key-origin(ws-key-num)
                          " " ws-key-records(ws-key-num)
                          " " ws-key-rejects(ws-key-num)
                          " " ws-rate-display
                          delimited by size into report-line
                   end-string
                   write report-line
                   perform build-trend-line
                   move spaces to report-line
                   string "      TREND " ws-trend-line
                          delimited by size into report-line
                   end-string
                   write report-line
                   if ws-key-repaired(ws-key-num) not = 0
                           or ws-key-discarded(ws-key-num) not = 0
                       perform build-repair-line
                       move spaces to report-line
                       string "      REPAIRS " ws-trend-line
                              delimited by size into report-line
                       end-string
                       write report-line
                   end-if
                   perform report-top-reasons
               end-if
           end-perform
           exit section.

       build-trend-line section.
           *> The prior months oldest first, then now, then which way
           *> it has moved since last month (by more than half a
           *> point either way, or steady).
           move ws-rate to ws-now-rate
           move ws-rate-known to ws-now-known
           move spaces to ws-trend-line
           move 1 to ws-line-pointer
           perform varying ws-trend-num from 78-trend-months by -1
                   until ws-trend-num < 1
               move ws-key-prior-records(ws-key-num, ws-trend-num)
                   to ws-rate-records
               move ws-key-prior-rejects(ws-key-num, ws-trend-num)
                   to ws-rate-rejects
               perform compute-rate
               string ws-trend-month(ws-trend-num) " " ws-rate-display
                      "  " delimited by size
                   into ws-trend-line with pointer ws-line-pointer
               end-string
           end-perform
           if ws-now-known = "Y"
               move ws-now-rate to ws-rate-edited
               move spaces to ws-now-display
               string ws-rate-edited "%" delimited by size
                   into ws-now-display
               end-string
           else
               move "    n/a" to ws-now-display
           end-if
           move "NO HISTORY" to ws-trend-text
           move ws-key-prior-records(ws-key-num, 1) to ws-rate-records
           move ws-key-prior-rejects(ws-key-num, 1) to ws-rate-rejects
           perform compute-rate
           if ws-rate-known-yes and ws-now-known = "Y"
               evaluate true
                   when ws-now-rate > ws-rate + 0.5
                       move "WORSE" to ws-trend-text
                   when ws-now-rate + 0.5 < ws-rate
                       move "BETTER" to ws-trend-text
                   when other
                       move "STEADY" to ws-trend-text
               end-evaluate
           end-if
           string "NOW " ws-now-display "  " ws-trend-text
                  delimited by size
               into ws-trend-line with pointer ws-line-pointer
           end-string
           move ws-now-rate to ws-rate
           move ws-now-known to ws-rate-known
           exit section.

       build-repair-line section.
           move spaces to ws-trend-line
           move 0 to ws-average-hours
           if ws-key-turn-count(ws-key-num) not = 0
               compute ws-average-hours rounded =
                       ws-key-turn-hours(ws-key-num)
                     / ws-key-turn-count(ws-key-num)
           end-if
           string "REPAIRED " ws-key-repaired(ws-key-num)
                  " DISCARDED " ws-key-discarded(ws-key-num)
                  " TURNAROUND AVG " ws-average-hours
                  " HRS MAX " ws-key-turn-max(ws-key-num) " HRS"
                  delimited by size into ws-trend-line
           end-string
           exit section.

       report-top-reasons section.
           *> For the file or the origin row in ws-key-num.
           perform varying ws-rsn-num from 1 by 1
                   until ws-rsn-num > ws-reason-count
               move space to ws-rsn-shown(ws-rsn-num)
           end-perform
           perform varying ws-rsn-rank from 1 by 1
                   until ws-rsn-rank > 78-top-reasons
               move 0 to ws-rsn-best
               perform varying ws-rsn-num from 1 by 1
                       until ws-rsn-num > ws-reason-count
                   if ws-rsn-file(ws-rsn-num) = ws-key-file(ws-key-num)
                           and ws-rsn-origin(ws-rsn-num)
                               = ws-key-origin(ws-key-num)
                           and ws-rsn-shown(ws-rsn-num) = space
                       if ws-rsn-best = 0
                           move ws-rsn-num to ws-rsn-best
                       else
                           if ws-rsn-count(ws-rsn-num)
                                   > ws-rsn-count(ws-rsn-best)
                               move ws-rsn-num to ws-rsn-best
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-rsn-best not = 0
                   move "Y" to ws-rsn-shown(ws-rsn-best)
                   move ws-rsn-rank to ws-rsn-rank-display
                   move spaces to report-line
                   if ws-key-origin(ws-key-num) = spaces
                       string "  TOP REASON " ws-rsn-rank-display ": "
                              ws-rsn-text(ws-rsn-best)
                              " " ws-rsn-count(ws-rsn-best)
                              delimited by size into report-line
                       end-string
                   else
                       string "      TOP REASON " ws-rsn-rank-display
                              ": " ws-rsn-text(ws-rsn-best)
                              " " ws-rsn-count(ws-rsn-best)
                              delimited by size into report-line
                       end-string
                   end-if
                   write report-line
               end-if
           end-perform
           exit section.

       compute-rate section.
           move 0 to ws-rate
           if ws-rate-records = 0
               move "N" to ws-rate-known
               move "    n/a" to ws-rate-display
               exit section
           end-if
           set ws-rate-known-yes to true
           compute ws-rate rounded =
                   ws-rate-rejects * 100 / ws-rate-records
               on size error
                   move 999.99 to ws-rate
           end-compute
           move ws-rate to ws-rate-edited
           move spaces to ws-rate-display
           string ws-rate-edited "%" delimited by size
               into ws-rate-display
           end-string
           exit section.

       find-origin-def section.
           move 0 to ws-odf-match
           perform varying ws-odf-num from 1 by 1
                   until ws-odf-num > 78-origin-count
               if ws-odf-file(ws-odf-num) = ws-find-file
                   move ws-odf-num to ws-odf-match
               end-if
           end-perform
           exit section.

       derive-origin section.
           *> A blank origin is charged to "(none)", as Problem3
           *> does; a pair id counts by its leading letters.
           move ws-origin-raw to ws-origin
           if ws-origin-raw = spaces
               move "(none)" to ws-origin
               exit section
           end-if
           if not ws-odf-prefix-yes(ws-odf-match)
               exit section
           end-if
           move spaces to ws-origin
           move "N" to ws-origin-done
           perform varying ws-origin-pos from 1 by 1
                   until ws-origin-pos > 8 or ws-origin-done-yes
               if ws-origin-raw(ws-origin-pos:1) is numeric
                       or ws-origin-raw(ws-origin-pos:1) = space
                   set ws-origin-done-yes to true
               else
                   move ws-origin-raw(ws-origin-pos:1)
                       to ws-origin(ws-origin-pos:1)
               end-if
           end-perform
           if ws-origin = spaces
               move "(number)" to ws-origin
           end-if
           exit section.

       find-key section.
           *> ws-key-match for ws-find-file/ws-find-origin, added when
           *> new; zero once the table is full.
           move 0 to ws-key-match
           perform varying ws-key-num from 1 by 1
                   until ws-key-num > ws-key-count
                      or ws-key-match not = 0
               if ws-key-file(ws-key-num) = ws-find-file
                       and ws-key-origin(ws-key-num) = ws-find-origin
                   move ws-key-num to ws-key-match
               end-if
           end-perform
           if ws-key-match = 0
               if ws-key-count = 78-key-max
                   set ws-key-full-yes to true
                   exit section
               end-if
               add 1 to ws-key-count
               move ws-key-count to ws-key-match
               initialize ws-key-entry(ws-key-match)
               move ws-find-file to ws-key-file(ws-key-match)
               move ws-find-origin to ws-key-origin(ws-key-match)
           end-if
           exit section.

       tally-reason section.
           move 0 to ws-rsn-best
           perform varying ws-rsn-num from 1 by 1
                   until ws-rsn-num > ws-reason-count
                      or ws-rsn-best not = 0
               if ws-rsn-file(ws-rsn-num) = ws-tally-file
                       and ws-rsn-origin(ws-rsn-num) = ws-tally-origin
                       and ws-rsn-text(ws-rsn-num) = ws-tally-reason
                   move ws-rsn-num to ws-rsn-best
               end-if
           end-perform
           if ws-rsn-best = 0
               if ws-reason-count = 78-reason-max
                   exit section
               end-if
               add 1 to ws-reason-count
               move ws-reason-count to ws-rsn-best
               move ws-tally-file to ws-rsn-file(ws-rsn-best)
               move ws-tally-origin to ws-rsn-origin(ws-rsn-best)
               move ws-tally-reason to ws-rsn-text(ws-rsn-best)
               move 0 to ws-rsn-count(ws-rsn-best)
           end-if
           add 1 to ws-rsn-count(ws-rsn-best)
           exit section.

       end program QualityScore.
