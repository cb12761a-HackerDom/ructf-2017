       identification division.
       program-id. slo-report.

      * standalone batch job - the monthly service level report: what
      * the service actually delivered against the availability and
      * get-section latency targets promised to its consumers
      * (SLOAVAILPCT, SLOLATENCYMS and SLOLATENCYPCT in settings.cfg
      * - see serverconfig.cpy). the month is rebuilt a minute at a
      * time from what the service already leaves behind:
      *   down  the supervisor's restart ledger - an abnormal EXIT
      *         (or GIVEUP) or a clean STOP until the next START
      *   down  the health history (health.cbl) - any answer other
      *         than ok until the next ok
      *   down  the stats snapshots - counters that went backward
      *         with no ledger outage to explain it are a restart
      *         nobody supervised: down from the later of the
      *         snapshot before and the recovery file's checkpoint
      *         (saverecovery.cbl), until the first health answer
      *         after it or the snapshot after
      *   maint declared maintenance, left out of the sum - maint-mode
      *         ON until OFF (or the next START, the flag not
      *         surviving one) from the audit trail, and every ALL
      *         freeze window on the freeze calendar
      * availability is the share of the month's minutes outside
      * maintenance that were not down; every outage is itemized
      * with its source. latency is the share of get-section
      * dispatches (latency snapshots - savestatssnapshot.cbl,
      * outside maintenance) inside the target bucket, with each
      * day below target itemized. the current month is reported up
      * to now. exit code is the number of targets missed.
      * usage:
      *   slo-report [YYYYMM]

       environment division.
       input-output section.
       file-control.
         select optional restart-ledger-file assign to
             restart-ledger-path
           organization is line sequential
           file status is side-status-1.

         select optional health-history-file assign to
             health-history-path
           organization is line sequential
           file status is side-status-1.

         select optional snapshot-file assign to
             stats-snapshot-path
           organization is line sequential
           file status is side-status-1.

         select optional latency-snap-file assign to
             latency-snapshot-path
           organization is line sequential
           file status is side-status-1.

         select optional recovery-file assign to
             recovery-file-path
           organization is line sequential
           file status is side-status-1.

         select optional audit-file assign to
             audit-log-path
           organization is line sequential
           file status is side-status-1.

       data division.
       file section.
       fd restart-ledger-file.
       01 restart-ledger-line.
         02 rl-date picture x(8).
         02 filler picture x.
         02 rl-time picture x(6).
         02 filler picture x.
         02 rl-event picture x(7).
         02 filler picture x(73).

       fd health-history-file.
       01 health-history-line.
         02 hh-stamp picture x(14).
         02 filler picture x.
         02 hh-rcode picture x(2).

       fd snapshot-file.
       01 snapshot-line.
         02 snap-stamp picture x(21).
         02 filler picture x.
         02 snap-accepted picture 9(9).
         02 snap-recv picture 9(9).
         02 snap-send picture 9(9).
         02 snap-idle picture 9(9).
         02 snap-bytes-in picture 9(9).
         02 snap-bytes-out picture 9(9).
         02 snap-unknown picture 9(9).
         02 snap-checksum picture 9(9).
         02 snap-throttled picture 9(9).
         02 snap-dispatched picture 9(9).

       fd latency-snap-file.
       01 latency-snap-line.
         02 lsnap-stamp picture x(21).
         02 filler picture x.
         02 lsnap-command picture x(11).
         02 filler picture x.
         02 lsnap-count picture 9(9).
         02 lsnap-under10 picture 9(9).
         02 lsnap-under100 picture 9(9).
         02 lsnap-over100 picture 9(9).

       fd recovery-file.
       01 recovery-line picture x(96).

       fd audit-file.
       01 audit-line picture x(512).

       working-storage section.
         copy serverconfig.
         copy freezecal.
       77 minutes-per-day binary-long unsigned value 1440.
       01 side-status-1 picture xx.
       01 at-eof picture 9.
       01 arg-month picture x(6).
       01 report-month picture 9(6).
       01 report-year picture 9(4).
       01 report-mm picture 99.
       01 this-month picture 9(6).
       01 month-first-date picture 9(8).
       01 month-first-int binary-long.
       01 next-first-date picture 9(8).
       01 month-days binary-long unsigned.
       01 month-minutes binary-long.
       01 end-ix binary-long.

      *  a stamp as the files carry it - YYYYMMDDHHMMSS - and the
      *  minute of the month it falls in (1 is 00:00 on the 1st;
      *  before the month is zero or less, after it past
      *  month-minutes).
       01 stamp-text picture x(14).
       01 stamp-fields redefines stamp-text.
         02 st-date picture 9(8).
         02 st-hh picture 99.
         02 st-mi picture 99.
         02 st-ss picture 99.
       01 stamp-ix binary-long.
       01 stamp-ok picture 9.

      *  the month, a minute per entry: minute-down holds the cause
      *  of an outage minute (C crashed, S stopped, H unhealthy, U
      *  unsupervised restart), minute-maint an M for declared
      *  maintenance. 31 days of minutes.
       01 minute-table.
         02 minute-down picture x occurs 44640 times.
         02 minute-maint picture x occurs 44640 times.
       01 minute-ix binary-long.
       01 range-from binary-long.
       01 range-to binary-long.
       01 mark-cause picture x.
       01 range-marked picture 9.

       01 ledger-open picture 9 value zero.
       01 ledger-from binary-long.
       01 ledger-cause picture x.
       01 health-open picture 9 value zero.
       01 health-from binary-long.

      *  declared maintenance from the audit trail, before the
      *  restart ledger gets to close any left on at a restart.
       01 maint-count binary-long unsigned value zero.
       01 maint-table.
         02 maint-entry occurs 500 times.
           03 mr-from binary-long.
           03 mr-to binary-long.
           03 mr-open picture 9.
       01 maint-ind binary-long unsigned.
       01 maint-scan binary-long unsigned.
       01 audit-command picture x(11).
       01 audit-switch picture x(40).
       01 audit-rcode picture x(2).
       01 audit-ptr binary-long unsigned.

      *  every ok the health history recorded - the first answer of
      *  each start-up among them - for dating unsupervised restarts.
       01 ok-count binary-long unsigned value zero.
       01 ok-table.
         02 ok-ix binary-long occurs 2000 times.
       01 ok-ind binary-long unsigned.

       01 have-recovery picture 9 value zero.
       01 recovery-ix binary-long.
       01 have-prior-snap picture 9 value zero.
       01 prior-snap-ix binary-long.
       01 prior-accepted picture 9(9).
       01 prior-dispatched picture 9(9).
       01 snap-ix binary-long.

       01 counted-minutes binary-long value zero.
       01 maint-minutes binary-long value zero.
       01 down-minutes binary-long value zero.
       01 served-minutes binary-long.
       01 avail-pct picture 9(3)v9(4).
       01 avail-met picture 9.
       01 outage-count binary-long unsigned value zero.
       01 run-from binary-long.
       01 run-cause picture x.
       01 run-minutes binary-long.

       01 day-ind binary-long unsigned.
       01 day-totals.
         02 day-entry occurs 31 times.
           03 day-dispatched binary-long unsigned.
           03 day-within binary-long unsigned.
       01 have-prior-lat picture 9 value zero.
       01 prior-count picture 9(9).
       01 prior-under10 picture 9(9).
       01 prior-under100 picture 9(9).
       01 delta-count binary-long unsigned.
       01 delta-under10 binary-long unsigned.
       01 delta-under100 binary-long unsigned.
       01 month-dispatched binary-long unsigned value zero.
       01 month-within binary-long unsigned value zero.
       01 lat-pct picture 9(3)v9(4).
       01 lat-met picture 9.
       01 breach-days binary-long unsigned value zero.
       01 missed-count binary-long unsigned value zero.

       01 when-date picture 9(8).
       01 when-hh picture 99.
       01 when-mi picture 99.
       01 day-offset binary-long.
       01 when-text picture x(13).
       01 from-text picture x(13).
       01 to-text picture x(13).
       01 cause-text picture x(40).
       01 minutes-display picture z(5)9.
       01 pct-display picture zz9.9999.
       01 target-display picture zz9.999.
       01 count-display picture z(9)9.
       01 within-display picture z(9)9.
       01 verdict picture x(6).

       procedure division.
       start-slo-report.
           move spaces to arg-month
           accept arg-month from argument-value
           move function current-date(1:6) to this-month
           if arg-month is equal to spaces
             perform default-to-last-month
           else
             if arg-month is not numeric
                 or arg-month is greater than this-month
                 or arg-month(5:2) is less than '01'
                 or arg-month(5:2) is greater than '12'
               display 'slo-report: usage: slo-report [YYYYMM]'
                 end-display
               move 1 to return-code
               goback
             end-if
             move arg-month to report-month
           end-if

           call 'load-data-paths' end-call
           perform size-the-month
           move spaces to minute-table
           initialize day-totals
           move zero to maint-count
           move zero to ok-count

           perform read-maintenance
           perform read-restart-ledger
           perform mark-maintenance
           perform read-health-history
           perform read-recovery-checkpoint
           perform read-stats-snapshots
           perform read-latency-snapshots

           display '=== service level report ' report-month
             ' ===' end-display
           perform show-availability
           perform show-latency
           move missed-count to count-display
           display 'slo-report: ' function trim(count-display)
             ' target(s) missed' end-display
           move missed-count to return-code
           goback.

       default-to-last-month.
           move function current-date(1:4) to report-year
           move function current-date(5:2) to report-mm
           if report-mm is equal to 1
             move 12 to report-mm
             subtract 1 from report-year end-subtract
           else
             subtract 1 from report-mm end-subtract
           end-if
           compute report-month = report-year * 100 + report-mm
           end-compute.

      *----------------------------------------------------------------
      * the month's minutes, and how many of them have happened - all
      * of a past month, up to now for the current one.
      *----------------------------------------------------------------
       size-the-month.
           compute month-first-date = report-month * 100 + 1
           end-compute
           compute month-first-int =
             function integer-of-date(month-first-date)
           end-compute
           move report-month(1:4) to report-year
           move report-month(5:2) to report-mm
           if report-mm is equal to 12
             add 1 to report-year end-add
             move 1 to report-mm
           else
             add 1 to report-mm end-add
           end-if
           compute next-first-date =
             (report-year * 100 + report-mm) * 100 + 1
           end-compute
           compute month-days =
             function integer-of-date(next-first-date)
               - month-first-int
           end-compute
           compute month-minutes = month-days * minutes-per-day
           end-compute
           move month-minutes to end-ix
           if report-month is equal to this-month
             move function current-date(1:14) to stamp-text
             perform stamp-to-minute
             compute end-ix = stamp-ix - 1 end-compute
           end-if.

       stamp-to-minute.
           move zero to stamp-ok
           move zero to stamp-ix
           if stamp-text is not numeric
             exit paragraph
           end-if
           if st-date is less than 19000101
             exit paragraph
           end-if
           move 1 to stamp-ok
           compute stamp-ix =
             (function integer-of-date(st-date) - month-first-int)
               * minutes-per-day + st-hh * 60 + st-mi + 1
           end-compute.

      *----------------------------------------------------------------
      * maint-mode as audit-log lays it down: timestamp(21) sp
      * command(11) sp switch sp rcode - only the ones that took.
      *----------------------------------------------------------------
       read-maintenance.
           open input audit-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read audit-file
               at end
                 move 1 to at-eof
               not at end
                 move audit-line(23:11) to audit-command
                 if audit-command is equal to 'maint-mode '
                   perform take-maint-line
                 end-if
             end-read
           end-perform
           close audit-file.

       take-maint-line.
           move spaces to audit-switch
           move spaces to audit-rcode
           move 35 to audit-ptr
           unstring audit-line delimited by all space
             into audit-switch, audit-rcode
             with pointer audit-ptr
           end-unstring
           if audit-rcode is not equal to 'ok'
             exit paragraph
           end-if
           move audit-line(1:14) to stamp-text
           perform stamp-to-minute
           if stamp-ok is equal to zero
             exit paragraph
           end-if
           evaluate audit-switch
             when 'ON'
               perform find-open-maint
               if maint-ind is equal to zero
                   and maint-count is less than 500
                 add 1 to maint-count end-add
                 move stamp-ix to mr-from(maint-count)
                 move zero to mr-to(maint-count)
                 move 1 to mr-open(maint-count)
               end-if
             when 'OFF'
               perform find-open-maint
               if maint-ind is not equal to zero
                 move stamp-ix to mr-to(maint-ind)
                 move zero to mr-open(maint-ind)
               end-if
           end-evaluate.

       find-open-maint.
           move zero to maint-ind
           perform
             varying maint-scan from 1 by 1
               until maint-scan is greater than maint-count
             if mr-open(maint-scan) is equal to 1
               move maint-scan to maint-ind
             end-if
           end-perform.

      *----------------------------------------------------------------
      * supervise-server's ledger: an abnormal EXIT (GIVEUP follows
      * one) or a clean STOP opens an outage, the next START closes
      * it - and ends any maintenance still switched on, since the
      * flag does not outlive the process.
      *----------------------------------------------------------------
       read-restart-ledger.
           open input restart-ledger-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read restart-ledger-file
               at end
                 move 1 to at-eof
               not at end
                 perform take-ledger-line
             end-read
           end-perform
           close restart-ledger-file
           if ledger-open is equal to 1
             move ledger-from to range-from
             compute range-to = end-ix + 1 end-compute
             move ledger-cause to mark-cause
             perform mark-down-range
           end-if.

       take-ledger-line.
           move spaces to stamp-text
           string rl-date rl-time delimited by size
             into stamp-text
           end-string
           perform stamp-to-minute
           if stamp-ok is equal to zero
             exit paragraph
           end-if
           evaluate rl-event
             when 'EXIT'
             when 'GIVEUP'
               if ledger-open is equal to zero
                 move 1 to ledger-open
                 move stamp-ix to ledger-from
                 move 'C' to ledger-cause
               end-if
             when 'STOP'
               if ledger-open is equal to zero
                 move 1 to ledger-open
                 move stamp-ix to ledger-from
                 move 'S' to ledger-cause
               end-if
             when 'START'
               if ledger-open is equal to 1
                 move ledger-from to range-from
                 move stamp-ix to range-to
                 move ledger-cause to mark-cause
                 perform mark-down-range
                 move zero to ledger-open
               end-if
               perform find-open-maint
               if maint-ind is not equal to zero
                 move stamp-ix to mr-to(maint-ind)
                 move zero to mr-open(maint-ind)
               end-if
           end-evaluate.

      *----------------------------------------------------------------
      * the maintenance minutes: the audit trail's windows, then the
      * calendar's ALL freezes, first day 00:00 to last day 23:59.
      *----------------------------------------------------------------
       mark-maintenance.
           perform
             varying maint-ind from 1 by 1
               until maint-ind is greater than maint-count
             move mr-from(maint-ind) to range-from
             if mr-open(maint-ind) is equal to 1
               compute range-to = end-ix + 1 end-compute
             else
               move mr-to(maint-ind) to range-to
             end-if
             perform mark-maint-range
           end-perform
           perform
             varying maint-ind from 1 by 1
               until maint-ind is greater than freeze-entry-count
             if frz-scope(maint-ind) is equal to 'ALL'
               compute range-from =
                 (function integer-of-date(frz-from(maint-ind))
                   - month-first-int) * minutes-per-day + 1
               end-compute
               compute range-to =
                 (function integer-of-date(frz-to(maint-ind))
                   - month-first-int + 1) * minutes-per-day + 1
               end-compute
               perform mark-maint-range
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the health history holds only changes of answer: anything
      * but ok opens an outage, the next ok closes it.
      *----------------------------------------------------------------
       read-health-history.
           open input health-history-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read health-history-file
               at end
                 move 1 to at-eof
               not at end
                 perform take-health-line
             end-read
           end-perform
           close health-history-file
           if health-open is equal to 1
             move health-from to range-from
             compute range-to = end-ix + 1 end-compute
             move 'H' to mark-cause
             perform mark-down-range
           end-if.

       take-health-line.
           move hh-stamp to stamp-text
           perform stamp-to-minute
           if stamp-ok is equal to zero
             exit paragraph
           end-if
           if hh-rcode is equal to 'ok'
             if health-open is equal to 1
               move health-from to range-from
               move stamp-ix to range-to
               move 'H' to mark-cause
               perform mark-down-range
               move zero to health-open
             end-if
             if ok-count is less than 2000
                 and stamp-ix is greater than 0 - 31 * minutes-per-day
                 and stamp-ix is not greater than month-minutes
               add 1 to ok-count end-add
               move stamp-ix to ok-ix(ok-count)
             end-if
           else
             if health-open is equal to zero
               move 1 to health-open
               move stamp-ix to health-from
             end-if
           end-if.

       read-recovery-checkpoint.
           open input recovery-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           read recovery-file
             at end
               continue
             not at end
               move recovery-line(1:14) to stamp-text
               perform stamp-to-minute
               if stamp-ok is equal to 1
                 move 1 to have-recovery
                 move stamp-ix to recovery-ix
               end-if
           end-read
           close recovery-file.

      *----------------------------------------------------------------
      * the snapshots' counters only ever climb while the process
      * lives - one lower than the snapshot before means a restart
      * in between. if nothing already explains it, it is an
      * unsupervised restart (see the heading for how it is dated).
      *----------------------------------------------------------------
       read-stats-snapshots.
           open input snapshot-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read snapshot-file
               at end
                 move 1 to at-eof
               not at end
                 perform take-snapshot-line
             end-read
           end-perform
           close snapshot-file.

       take-snapshot-line.
           move snap-stamp(1:14) to stamp-text
           perform stamp-to-minute
           if stamp-ok is equal to zero
               or snap-accepted is not numeric
               or snap-dispatched is not numeric
             exit paragraph
           end-if
           move stamp-ix to snap-ix
           if have-prior-snap is equal to 1
               and (snap-accepted is less than prior-accepted
                 or snap-dispatched is less than prior-dispatched)
               and snap-ix is not less than 1
               and prior-snap-ix is not greater than end-ix
             perform consider-restart
           end-if
           move 1 to have-prior-snap
           move snap-ix to prior-snap-ix
           move snap-accepted to prior-accepted
           move snap-dispatched to prior-dispatched.

       consider-restart.
           move prior-snap-ix to range-from
           compute range-to = snap-ix + 1 end-compute
           perform check-range-marked
           if range-marked is equal to 1
             exit paragraph
           end-if
           if have-recovery is equal to 1
               and recovery-ix is greater than prior-snap-ix
               and recovery-ix is less than snap-ix
             move recovery-ix to range-from
           end-if
           move snap-ix to range-to
           perform
             varying ok-ind from 1 by 1
               until ok-ind is greater than ok-count
             if ok-ix(ok-ind) is greater than range-from
                 and ok-ix(ok-ind) is less than range-to
               move ok-ix(ok-ind) to range-to
             end-if
           end-perform
           move 'U' to mark-cause
           perform mark-down-range.

      *----------------------------------------------------------------
      * get-section's latency buckets between consecutive snapshots,
      * a count gone backward being a restart (so the whole count is
      * the delta), folded into the day of the later snapshot unless
      * that falls in maintenance.
      *----------------------------------------------------------------
       read-latency-snapshots.
           open input latency-snap-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read latency-snap-file
               at end
                 move 1 to at-eof
               not at end
                 if lsnap-command is equal to 'get-section'
                     and lsnap-count is numeric
                     and lsnap-under10 is numeric
                     and lsnap-under100 is numeric
                     and lsnap-over100 is numeric
                   perform take-latency-line
                 end-if
             end-read
           end-perform
           close latency-snap-file.

       take-latency-line.
           if have-prior-lat is equal to zero
               or lsnap-count is less than prior-count
             move lsnap-count to delta-count
             move lsnap-under10 to delta-under10
             move lsnap-under100 to delta-under100
           else
             compute delta-count = lsnap-count - prior-count
             end-compute
             compute delta-under10 = lsnap-under10 - prior-under10
             end-compute
             compute delta-under100 = lsnap-under100 - prior-under100
             end-compute
           end-if
           move 1 to have-prior-lat
           move lsnap-count to prior-count
           move lsnap-under10 to prior-under10
           move lsnap-under100 to prior-under100

           move lsnap-stamp(1:14) to stamp-text
           perform stamp-to-minute
           if stamp-ok is equal to zero
               or stamp-ix is less than 1
               or stamp-ix is greater than end-ix
             exit paragraph
           end-if
           if minute-maint(stamp-ix) is equal to 'M'
             exit paragraph
           end-if
           compute day-ind = st-date - month-first-date + 1
           end-compute
           add delta-count to day-dispatched(day-ind) end-add
           add delta-count to month-dispatched end-add
           if slo-latency-ms is equal to 10
             add delta-under10 to day-within(day-ind) end-add
             add delta-under10 to month-within end-add
           else
             compute day-within(day-ind) = day-within(day-ind)
               + delta-under10 + delta-under100
             end-compute
             compute month-within = month-within
               + delta-under10 + delta-under100
             end-compute
           end-if.

      *----------------------------------------------------------------
      * the minute-table helpers: a range is range-from up to, not
      * including, range-to, clipped to the minutes that have
      * happened. an outage minute keeps the first cause marked on
      * it - the ledger, then health, then the snapshots.
      *----------------------------------------------------------------
       mark-down-range.
           perform clip-range
           perform
             varying minute-ix from range-from by 1
               until minute-ix is not less than range-to
             if minute-down(minute-ix) is equal to space
               move mark-cause to minute-down(minute-ix)
             end-if
           end-perform.

       mark-maint-range.
           perform clip-range
           perform
             varying minute-ix from range-from by 1
               until minute-ix is not less than range-to
             move 'M' to minute-maint(minute-ix)
           end-perform.

       check-range-marked.
           move zero to range-marked
           perform clip-range
           perform
             varying minute-ix from range-from by 1
               until minute-ix is not less than range-to
                 or range-marked is equal to 1
             if minute-down(minute-ix) is not equal to space
               move 1 to range-marked
             end-if
           end-perform.

       clip-range.
           if range-from is less than 1
             move 1 to range-from
           end-if
           if range-to is greater than end-ix + 1
             compute range-to = end-ix + 1 end-compute
           end-if.

      *----------------------------------------------------------------
      * the availability sum and the outage list - each run of down
      * minutes with one cause, maintenance minutes left out.
      *----------------------------------------------------------------
       show-availability.
           move zero to run-minutes
           perform
             varying minute-ix from 1 by 1
               until minute-ix is greater than end-ix
             add 1 to counted-minutes end-add
             if minute-maint(minute-ix) is equal to 'M'
               add 1 to maint-minutes end-add
             else
               if minute-down(minute-ix) is not equal to space
                 add 1 to down-minutes end-add
               end-if
             end-if
           end-perform

           compute served-minutes = counted-minutes - maint-minutes
           end-compute
           if served-minutes is greater than zero
             compute avail-pct rounded =
               (served-minutes - down-minutes) * 100 / served-minutes
             end-compute
           else
             move 100 to avail-pct
           end-if
           move 1 to avail-met
           if avail-pct is less than slo-avail-pct
             move zero to avail-met
             add 1 to missed-count end-add
           end-if

           display 'availability' end-display
           move counted-minutes to minutes-display
           display '  minutes in period    ' minutes-display
             end-display
           move maint-minutes to minutes-display
           display '  declared maintenance ' minutes-display
             '  (left out)' end-display
           move down-minutes to minutes-display
           display '  down                 ' minutes-display
             end-display
           move avail-pct to pct-display
           move slo-avail-pct to target-display
           perform set-verdict-avail
           display '  availability         ' pct-display '%  target '
             target-display '%  ' verdict end-display
           display '  outages:' end-display

           move space to run-cause
           perform
             varying minute-ix from 1 by 1
               until minute-ix is greater than end-ix
             if minute-maint(minute-ix) is equal to 'M'
               move space to mark-cause
             else
               move minute-down(minute-ix) to mark-cause
             end-if
             if mark-cause is not equal to run-cause
               if run-cause is not equal to space
                 perform show-outage
               end-if
               move mark-cause to run-cause
               move minute-ix to run-from
             end-if
           end-perform
           if run-cause is not equal to space
             perform show-outage
           end-if
           if outage-count is equal to zero
             display '    none' end-display
           end-if.

       set-verdict-avail.
           if avail-met is equal to 1
             move 'MET' to verdict
           else
             move 'MISSED' to verdict
           end-if.

       show-outage.
           add 1 to outage-count end-add
           compute run-minutes = minute-ix - run-from end-compute
           move run-from to range-from
           perform minute-to-text
           move when-text to from-text
           move minute-ix to range-from
           perform minute-to-text
           move when-text to to-text
           evaluate run-cause
             when 'C'
               move 'crashed (restart ledger)' to cause-text
             when 'S'
               move 'stopped (restart ledger)' to cause-text
             when 'H'
               move 'unhealthy (health history)' to cause-text
             when 'U'
               move 'unsupervised restart (stats snapshots)'
                 to cause-text
           end-evaluate
           move run-minutes to minutes-display
           display '    ' from-text ' - ' to-text ' ' minutes-display
             ' min  ' function trim(cause-text) end-display.

      *    range-from's minute as YYYYMMDD HHMM in when-text.
       minute-to-text.
           compute day-offset = (range-from - 1) / minutes-per-day
           end-compute
           compute when-date =
             function date-of-integer(month-first-int + day-offset)
           end-compute
           compute when-hh =
             function mod(range-from - 1, minutes-per-day) / 60
           end-compute
           compute when-mi = function mod(range-from - 1, 60)
           end-compute
           move spaces to when-text
           string when-date delimited by size
               ' ' delimited by size
               when-hh delimited by size
               when-mi delimited by size
             into when-text
           end-string.

       show-latency.
           move slo-latency-ms to count-display
           display 'get-section latency (under '
             function trim(count-display) 'ms)' end-display
           if month-dispatched is equal to zero
             display '  no get-section dispatches on record' end-display
             exit paragraph
           end-if
           compute lat-pct rounded =
             month-within * 100 / month-dispatched
           end-compute
           move 1 to lat-met
           if lat-pct is less than slo-latency-pct
             move zero to lat-met
             add 1 to missed-count end-add
           end-if
           move month-dispatched to count-display
           move month-within to within-display
           move lat-pct to pct-display
           move slo-latency-pct to target-display
           if lat-met is equal to 1
             move 'MET' to verdict
           else
             move 'MISSED' to verdict
           end-if
           display '  ' function trim(within-display) ' of '
             function trim(count-display) ' dispatches = '
             pct-display '%  target ' target-display '%  ' verdict
             end-display
           display '  days below target:' end-display
           perform
             varying day-ind from 1 by 1
               until day-ind is greater than month-days
             if day-dispatched(day-ind) is greater than zero
               compute lat-pct rounded =
                 day-within(day-ind) * 100 / day-dispatched(day-ind)
               end-compute
               if lat-pct is less than slo-latency-pct
                 add 1 to breach-days end-add
                 compute when-date =
                   month-first-date + day-ind - 1
                 end-compute
                 move lat-pct to pct-display
                 move day-dispatched(day-ind) to count-display
                 move day-within(day-ind) to within-display
                 display '    ' when-date '  ' pct-display '%  ('
                   function trim(within-display) ' of '
                   function trim(count-display) ')' end-display
               end-if
             end-if
           end-perform
           if breach-days is equal to zero
             display '    none' end-display
           end-if.

       end program slo-report.
