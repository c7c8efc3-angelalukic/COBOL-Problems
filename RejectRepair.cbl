               file status is ws-owner-status.
           select repair-report assign to dynamic ws-repair-rpt-name
               organization is line sequential.
           select dispo-file assign to dynamic ws-dispo-name
               organization is line sequential
               file status is ws-dispo-status.

       data division.
       file section.
           05 rej-reason         pic x(30).
           05 filler             pic x.
           05 rej-data           pic x(80).
           05 filler             pic x.
           05 rej-raised         pic x(14).

       fd  owner-file.
       01  owner-line           pic x(320).
       fd  repair-report.
       01  report-line          pic x(120).

      *> rejectdispo.dat - one row per reject repaired or discarded:
      *> when, by whom, the reject as BatchEdit raised it and when it
      *> was first raised, so QualityScore can measure turnaround.
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

       working-storage section.
       78 78-reject-max        value 200.
       78 78-owner-max         value 1000.
       01 ws-owner-res         pic x(45).
       01 ws-reject-name       pic x(45).
       01 ws-repair-rpt-name   pic x(45).
       01 ws-dispo-name        pic x(45).
       01 ws-dispo-status      pic x(2).
       01 ws-dispo-action      pic x(9).
       01 ws-resolve-base      pic x(45).
       01 ws-reject-eof        pic x value "N".
           88 ws-reject-eof-yes value "Y".
               10 ws-rej-code      pic 9(4).
               10 ws-rej-reason    pic x(30).
               10 ws-rej-data      pic x(80).
               10 ws-rej-raised    pic x(14).
               10 ws-rej-dispo     pic x.
                   88 ws-rej-pending   value space.
                   88 ws-rej-repaired  value "R".
       01 ws-ct-buffer         pic x(100).
       01 ws-ct-count          pic 9(6).
       01 ws-ct-sum            pic 9(10).
       01 ws-operator          pic x(8) value spaces.
       01 ws-op-function       pic x value space.
       01 ws-op-result         pic 9(4).
      *> A corrected Problem3 transaction posts into the current
      *> month when it is resubmitted; once PeriodClose has closed
      *> that month the resubmission is held instead.
       01 ws-post-period       pic 9(6).
       01 ws-period-result     pic 9(4).
       01 ws-period-reason     pic x(60).
       01 ws-today             pic x(21).
       copy "ErrorCodes.cpy"   replacing ==()== by ==ws==.
       copy "ReportHeader.cpy" replacing ==()== by ==ws==.

           move "rejectrepair_report.log" to ws-resolve-base
           call "resolvename" using ws-resolve-base,
                                    ws-repair-rpt-name
           move "rejectdispo.dat" to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-dispo-name

           display "Operator id: " with no advancing
           accept ws-operator
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if

           move function current-date to ws-today
           move ws-today(1:6) to ws-post-period
           call "periodcheck" using ws-post-period, ws-period-result,
                                    ws-period-reason

           perform load-rejects
           if ws-reject-count = 0
           end-if
           display "Reject repair - " ws-reject-count
                   " reject(s) loaded from batchedit_rejects.dat."
           if ws-period-result not = 78-ec-ok
               display function trim(ws-period-reason)
                       " - Problem3 repairs and discards will be held."
           end-if

           move spaces to ws-audit-parms
           string "OP=" function trim(ws-operator)
                  delimited by size into ws-audit-parms
           end-string
           call "auditstart" using "RejectRepair        ",
                                   ws-audit-parms
           end-call
                               to ws-rej-reason(ws-reject-count)
                           move rej-data
                               to ws-rej-data(ws-reject-count)
                           move rej-raised
                               to ws-rej-raised(ws-reject-count)
                           set ws-rej-pending(ws-reject-count)
                               to true
                           move spaces
           exit section.

       apply-one-disposition section.
           if ws-rej-file(ws-reject-num) = "problem3transactions.dat"
                   and ws-period-result not = 78-ec-ok
               display "WARNING: " function trim(ws-period-reason)
                       " - Problem3 resubmission held."
               add 1 to ws-missed-count
               set ws-rej-held(ws-reject-num) to true
               add 1 to ws-held-count
               exit section
           end-if
           move ws-rej-file(ws-reject-num) to ws-owner-name
           move ws-owner-name to ws-resolve-base
           call "resolvename" using ws-resolve-base, ws-owner-res
               move ws-rej-correction(ws-reject-num)
                   to ws-owner-rec(ws-owner-found)(1:80)
               add 1 to ws-repaired-count
               move "REPAIRED" to ws-dispo-action
           else
               perform varying ws-owner-num from ws-owner-found by 1
                       until ws-owner-num >= ws-owner-count
               end-perform
               subtract 1 from ws-owner-count
               add 1 to ws-discarded-count
               move "DISCARDED" to ws-dispo-action
           end-if

           perform rewrite-owner-file
           perform log-disposition
           exit section.

       log-disposition section.
           open extend dispo-file
           if ws-dispo-status = "35"
               open output dispo-file
           end-if
           if ws-dispo-status not = "00"
               display "WARNING: rejectdispo.dat unavailable ("
                       ws-dispo-status ") - disposition not logged."
               exit section
           end-if
           move function current-date to ws-today
           move spaces to dispo-record
           move ws-today(1:8) to dsp-date
           move ws-today(9:6) to dsp-time
           move ws-operator to dsp-operator
           move ws-dispo-action to dsp-action
           move ws-rej-file(ws-reject-num) to dsp-file
           move ws-rej-reason(ws-reject-num) to dsp-reason
           move ws-rej-raised(ws-reject-num) to dsp-raised
           move ws-rej-data(ws-reject-num) to dsp-data
           write dispo-record
           close dispo-file
           exit section.

       load-owner-file section.
                   move ws-rej-code(ws-reject-num) to rej-code
                   move ws-rej-reason(ws-reject-num) to rej-reason
                   move ws-rej-data(ws-reject-num) to rej-data
                   move ws-rej-raised(ws-reject-num) to rej-raised
                   write reject-record
               end-if
           end-perform
