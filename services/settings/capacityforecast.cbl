       identification division.
       program-id. capacity-forecast.

      * standalone batch job - the monthly capacity forecast. where
      * growth-report.cbl and quota-report.cbl say how big things
      * are, this says when they run out: it fits a least-squares
      * line through the last 180 days of the capacity history
      * growth-report appends every run (see growthreport.cbl) and
      * projects it forward.
      *   every section with a quota (quotarecord.cpy) - its logical
      *   setting count against quota-max-settings and its chunk
      *   bytes against quota-max-bytes, whichever runs out first
      *   - and
      *   settings.dat, setting-history.dat, the change journal and
      *   the outbox - their sizes against the ceilings configured
      *   in settings.cfg (SETTINGSDATCEILMB, HISTORYDATCEILMB,
      *   JOURNALCEILMB, OUTBOXCEILMB; a file with no ceiling is
      *   listed but not projected).
      * a cap of zero is not projected. anything already at its
      * limit or projected to reach it within N days is flagged -
      * a section with the owner and contact of its first key slot
      * the key-owners registry knows - and raised on the alert bus
      * (class CAPACITY), one alert each. a series needs points on
      * two different days before it can be fitted; until then it
      * is listed as short of history. N defaults to 90. exit code
      * is the number flagged.
      * usage:
      *   capacity-forecast [days]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy quotadb.
         copy keyownerdb.

         select optional capacity-file assign to
             capacity-history-path
           organization is line sequential
           file status is capacity-status-1.

       data division.
       file section.
         copy sectionrecord.
         copy quotarecord.
         copy keyownerrecord.

      *  growth-report.cbl's row layout - see the fd there.
       fd capacity-file.
       01 capacity-record.
         02 cap-date picture 9(8).
         02 cap-kind picture x.
         02 cap-name picture x(40).
         02 cap-settings picture 9(9).
         02 cap-bytes picture 9(15).

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         77 fit-window-days binary-long unsigned value 180.
         77 megabyte binary-long unsigned value 1048576.
       01 capacity-status-1 picture xx.
       01 arg-days picture x(5).
       01 horizon-days binary-long unsigned value 90.
       01 today-date picture 9(8).
       01 today-int binary-long.
       01 window-start picture 9(8).
       01 window-int binary-long.
       01 point-x binary-long.
       01 history-done picture 9.
       01 walk-done picture 9.

      *  one series per section and per file, the sums a straight
      *  line fit needs accumulated as the history is read. x is the
      *  day relative to today (so zero or negative), y the setting
      *  count (-s) or the bytes (-b).
       01 series-count binary-long unsigned value zero.
       01 series-full picture 9 value zero.
       01 series-table.
         02 series-entry occurs 2000 times.
           03 ser-kind picture x.
           03 ser-name picture x(40).
           03 ser-points binary-long unsigned.
           03 ser-sx binary-double.
           03 ser-sxx binary-double.
           03 ser-sy-s binary-double.
           03 ser-sxy-s binary-double.
           03 ser-sy-b binary-double.
           03 ser-sxy-b binary-double.
           03 ser-last-date picture 9(8).
           03 ser-last-settings binary-long unsigned.
           03 ser-last-bytes binary-double unsigned.
       01 ser-ind binary-long unsigned.
       01 find-kind picture x.
       01 find-name picture x(40).

      *  fit-series' inputs and answers. fit-state: I short of
      *  history, N not growing (or not within a century), P
      *  projected, A already at the limit.
       01 fit-which picture x.
       01 fit-limit binary-double.
       01 fit-n binary-double.
       01 fit-sy binary-double.
       01 fit-sxy binary-double.
       01 fit-current binary-double.
       01 fit-denom binary-double.
       01 fit-slope picture s9(12)v9(6).
       01 fit-today picture s9(15)v9(6).
       01 fit-days binary-long.
       01 fit-state picture x.
       01 fit-date picture 9(8).

       01 item-name picture x(40).
       01 item-measure picture x(8).
       01 soonest-days binary-long.
       01 soonest-measure picture x(8).
       01 soonest-date picture 9(8).
       01 item-flagged picture 9.
       01 probe-key picture x(80).
       01 slot-ind binary-long unsigned.
       01 owner-name picture x(40).
       01 owner-contact picture x(40).
       01 ceil-mb binary-long unsigned.

       01 current-display picture z(14)9.
       01 limit-display picture z(14)9.
       01 slope-display picture -(11)9.999.
       01 days-display picture z(4)9.
       01 horizon-display picture z(4)9.
       01 flagged-count binary-long unsigned value zero.
       01 projected-count binary-long unsigned value zero.
       01 alert-class picture x(16) value 'CAPACITY'.
       01 alert-text picture x(96).

       procedure division.
       start-capacity-forecast.
           move spaces to arg-days
           accept arg-days from argument-value
           if arg-days is not equal to spaces
             if function trim(arg-days) is not numeric
               display 'capacity-forecast: usage: capacity-forecast '
                 '[days]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-days) to horizon-days
           end-if

           move function current-date(1:8) to today-date
           compute today-int = function integer-of-date(today-date)
           end-compute
           compute window-int = today-int - fit-window-days
           end-compute
           move function date-of-integer(window-int) to window-start
           call 'load-data-paths' end-call

           perform read-history
           if series-count is equal to zero
             display 'capacity-forecast: no capacity history at '
               function trim(capacity-history-path)
               ' - growth-report records it' end-display
             move 1 to return-code
             goback
           end-if

           move horizon-days to horizon-display
           display '=== capacity forecast ' today-date ' (trend since '
             window-start ', flagging within '
             function trim(horizon-display) ' days) ===' end-display
           if series-full is equal to 1
             display 'capacity-forecast: more series than the table '
               'holds - the forecast is incomplete' end-display
           end-if

           open input sections-db
           open input quotas-db
           open input key-owners-db
           display 'sections with a quota:' end-display
           perform walk-quotas
           close sections-db
           close quotas-db
           close key-owners-db

           display 'data files:' end-display
           move 'settings.dat' to item-name
           move settings-dat-ceil-mb to ceil-mb
           perform forecast-file
           move 'setting-history.dat' to item-name
           move history-dat-ceil-mb to ceil-mb
           perform forecast-file
           move 'change-journal' to item-name
           move journal-ceil-mb to ceil-mb
           perform forecast-file
           move 'outbox.dat' to item-name
           move outbox-ceil-mb to ceil-mb
           perform forecast-file

           display 'capacity-forecast: ' projected-count
             ' limit(s) projected, ' flagged-count
             ' flagged' end-display
           move flagged-count to return-code
           goback.

      *----------------------------------------------------------------
      * one pass over the history, folding each row inside the fit
      * window into its series' sums.
      *----------------------------------------------------------------
       read-history.
           open input capacity-file
           if capacity-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to history-done
           perform
             until history-done is equal to 1
             read capacity-file
               at end
                 move 1 to history-done
               not at end
                 if cap-date is numeric
                     and cap-date is not less than window-start
                     and cap-date is not greater than today-date
                   perform fold-history-row
                 end-if
             end-read
           end-perform
           close capacity-file.

       fold-history-row.
           move cap-kind to find-kind
           move cap-name to find-name
           perform find-series
           if ser-ind is equal to zero
             if series-count is equal to 2000
               move 1 to series-full
               exit paragraph
             end-if
             add 1 to series-count end-add
             move series-count to ser-ind
             initialize series-entry(ser-ind)
             move cap-kind to ser-kind(ser-ind)
             move cap-name to ser-name(ser-ind)
           end-if
           compute point-x =
             function integer-of-date(cap-date) - today-int
           end-compute
           add 1 to ser-points(ser-ind) end-add
           add point-x to ser-sx(ser-ind) end-add
           compute ser-sxx(ser-ind) =
             ser-sxx(ser-ind) + point-x * point-x
           end-compute
           add cap-settings to ser-sy-s(ser-ind) end-add
           compute ser-sxy-s(ser-ind) =
             ser-sxy-s(ser-ind) + point-x * cap-settings
           end-compute
           add cap-bytes to ser-sy-b(ser-ind) end-add
           compute ser-sxy-b(ser-ind) =
             ser-sxy-b(ser-ind) + point-x * cap-bytes
           end-compute
           if cap-date is not less than ser-last-date(ser-ind)
             move cap-date to ser-last-date(ser-ind)
             move cap-settings to ser-last-settings(ser-ind)
             move cap-bytes to ser-last-bytes(ser-ind)
           end-if.

       find-series.
           move zero to ser-ind
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than series-count
                 or ser-ind is not equal to zero
             if ser-kind(slot-ind) is equal to find-kind
                 and ser-name(slot-ind) is equal to find-name
               move slot-ind to ser-ind
             end-if
           end-perform.

       walk-quotas.
           move low-values to quota-section-name
           move zero to walk-done
           start quotas-db
             key is greater than quota-section-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read quotas-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform forecast-section
             end-read
           end-perform.

      *----------------------------------------------------------------
      * both of a section's caps are projected; the one that runs
      * out first decides whether the section is flagged.
      *----------------------------------------------------------------
       forecast-section.
           move quota-section-name to item-name
           display '  ' function trim(item-name) end-display
           move 'S' to find-kind
           move item-name to find-name
           perform find-series
           if ser-ind is equal to zero
             display '    no capacity history yet' end-display
             exit paragraph
           end-if
           move -1 to soonest-days

           if quota-max-settings is greater than zero
             move 'settings' to item-measure
             move 'S' to fit-which
             move quota-max-settings to fit-limit
             perform fit-series
             perform show-fit
           end-if
           if quota-max-bytes is greater than zero
             move 'bytes' to item-measure
             move 'B' to fit-which
             move quota-max-bytes to fit-limit
             perform fit-series
             perform show-fit
           end-if

           perform judge-soonest
           if item-flagged is equal to 1
             perform find-section-owner
             display '    *** ' function trim(soonest-measure)
               ' quota full by ' soonest-date ' - owner '
               function trim(owner-name) ' '
               function trim(owner-contact) end-display
             move spaces to alert-text
             move soonest-days to days-display
             string function trim(item-name) delimited by size
                 ' ' delimited by size
                 function trim(soonest-measure) delimited by size
                 ' quota full by ' delimited by size
                 soonest-date delimited by size
                 ' (' delimited by size
                 function trim(days-display) delimited by size
                 'd) owner ' delimited by size
                 function trim(owner-name) delimited by size
               into alert-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-text
             end-call
           end-if.

       forecast-file.
           display '  ' function trim(item-name) end-display
           move 'F' to find-kind
           move item-name to find-name
           perform find-series
           if ser-ind is equal to zero
             display '    no capacity history yet' end-display
             exit paragraph
           end-if
           if ceil-mb is equal to zero
             move ser-last-bytes(ser-ind) to current-display
             display '    size  ' current-display
               '  no ceiling configured' end-display
             exit paragraph
           end-if
           move -1 to soonest-days
           move 'size' to item-measure
           move 'B' to fit-which
           compute fit-limit = ceil-mb * megabyte end-compute
           perform fit-series
           perform show-fit
           perform judge-soonest
           if item-flagged is equal to 1
             display '    *** ceiling reached by ' soonest-date
               end-display
             move spaces to alert-text
             move soonest-days to days-display
             string function trim(item-name) delimited by size
                 ' size ceiling reached by ' delimited by size
                 soonest-date delimited by size
                 ' (' delimited by size
                 function trim(days-display) delimited by size
                 'd)' delimited by size
               into alert-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-text
             end-call
           end-if.

      *----------------------------------------------------------------
      * the least-squares line through the series' points:
      *   slope = (n.sxy - sx.sy) / (n.sxx - sx.sx)
      *   today = (sy - slope.sx) / n
      * and the days until the line reaches the limit from today.
      *----------------------------------------------------------------
       fit-series.
           move ser-points(ser-ind) to fit-n
           if fit-which is equal to 'S'
             move ser-sy-s(ser-ind) to fit-sy
             move ser-sxy-s(ser-ind) to fit-sxy
             move ser-last-settings(ser-ind) to fit-current
           else
             move ser-sy-b(ser-ind) to fit-sy
             move ser-sxy-b(ser-ind) to fit-sxy
             move ser-last-bytes(ser-ind) to fit-current
           end-if
           move zero to fit-slope
           move zero to fit-days
           move zero to fit-date

           if fit-current is not less than fit-limit
             move 'A' to fit-state
             move today-date to fit-date
             exit paragraph
           end-if
           compute fit-denom =
             fit-n * ser-sxx(ser-ind)
               - ser-sx(ser-ind) * ser-sx(ser-ind)
           end-compute
           if fit-n is less than 2
               or fit-denom is not greater than zero
             move 'I' to fit-state
             exit paragraph
           end-if

           compute fit-slope rounded =
             (fit-n * fit-sxy - ser-sx(ser-ind) * fit-sy) / fit-denom
           end-compute
           compute fit-today rounded =
             (fit-sy - fit-slope * ser-sx(ser-ind)) / fit-n
           end-compute
           if fit-today is not less than fit-limit
             move 'A' to fit-state
             move today-date to fit-date
             exit paragraph
           end-if
           if fit-slope is not greater than zero
             move 'N' to fit-state
             exit paragraph
           end-if
           compute fit-days =
             0 - function integer((fit-today - fit-limit) / fit-slope)
             on size error
               move 'N' to fit-state
               exit paragraph
           end-compute
           if fit-days is greater than 36500
             move 'N' to fit-state
             exit paragraph
           end-if
           move 'P' to fit-state
           move function date-of-integer(today-int + fit-days)
             to fit-date.

       show-fit.
           move fit-current to current-display
           move fit-limit to limit-display
           move fit-slope to slope-display
           evaluate fit-state
             when 'I'
               display '    ' item-measure current-display ' of '
                 limit-display '  short of history' end-display
             when 'N'
               display '    ' item-measure current-display ' of '
                 limit-display '  trend ' slope-display
                 '/day, not growing toward it' end-display
             when 'A'
               display '    ' item-measure current-display ' of '
                 limit-display '  AT LIMIT' end-display
             when 'P'
               add 1 to projected-count end-add
               move fit-days to days-display
               display '    ' item-measure current-display ' of '
                 limit-display '  trend ' slope-display
                 '/day, full ' fit-date ' (in '
                 function trim(days-display) ' days)' end-display
           end-evaluate
           if fit-state is equal to 'A' or fit-state is equal to 'P'
             if soonest-days is less than zero
                 or fit-days is less than soonest-days
               move fit-days to soonest-days
               move fit-date to soonest-date
               move item-measure to soonest-measure
             end-if
           end-if.

       judge-soonest.
           move zero to item-flagged
           if soonest-days is not less than zero
               and soonest-days is not greater than horizon-days
             move 1 to item-flagged
             add 1 to flagged-count end-add
           end-if.

      *----------------------------------------------------------------
      * the first of the section's key slots the key-owners registry
      * has an owner for.
      *----------------------------------------------------------------
       find-section-owner.
           move 'no registered owner' to owner-name
           move spaces to owner-contact
           move item-name to name
           read sections-db record
             invalid key
               exit paragraph
           end-read
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference ko-fingerprint
             end-call
             move item-name to ko-section
             read key-owners-db record
               invalid key
                 continue
               not invalid key
                 if ko-owner is not equal to spaces
                   move ko-owner to owner-name
                   move ko-contact to owner-contact
                   exit paragraph
                 end-if
             end-read
           end-perform.

       end program capacity-forecast.
