      * filters, prints every matching line, and finishes with the
      * same walk-and-total style summary growth-report.cbl prints
      * for record counts: volume per command, per rcode, and the
      * busiest sections. the code deploys on the deployment marker
      * ledger (deploymarkrecord.cpy) inside the date range are
      * interleaved with the lines at the time each went out, marked
      * DEPLOY - those of applications reading the section asked
      * for, or all of them for ALL - unless the query is for one
      * rcode, or for a command other than deploy-mark. usage:
      *   audit-query <section|ALL> <command|ALL> <rcode|ALL>
      *               <from-YYYYMMDD|0> <to-YYYYMMDD|0>

         select optional audit-file assign to external audit-log-path
           organization is line sequential
           file status is audit-status-1.
         copy deploymarkdb.

       data division.
       file section.
       fd audit-file.
       01 audit-line picture x(128).
         copy deploymarkrecord.

       working-storage section.
         copy serverconfig.
       01 best-count binary-long unsigned.
       01 top-rank picture 99.

      *----------------------------------------------------------------
      * the deploy markers in range, in time order, handed out ahead
      * of the first audit line stamped after each. 500 of them;
      * past that the latest are dropped and it is said so.
      *----------------------------------------------------------------
       01 mark-count binary-long unsigned value zero.
       01 mark-table.
         02 mark-row occurs 500 times.
           03 mk-stamp picture 9(14).
           03 mk-text picture x(120).
       01 mark-ind binary-long unsigned.
       01 mark-next binary-long unsigned value 1.
       01 mark-section-ind picture 99.
       01 mark-wanted picture 9.
       01 mark-date picture 9(8).
       01 mark-dropped picture 9 value zero.
       01 walk-done picture 9.
       01 line-stamp picture 9(14).

       procedure division.
       start-audit-query.
           move spaces to arg-section

           call 'load-data-paths' end-call

           if arg-rcode is equal to 'ALL'
               and (arg-command is equal to 'ALL'
                 or arg-command is equal to 'deploy-mark')
             open input deploy-marks-db
             perform gather-deploy-marks
             close deploy-marks-db
           end-if

           open input audit-file
           if audit-status-1 is not equal to '00'
             display 'audit-query: no audit file at '
             end-read
           end-perform
           close audit-file
           move 99999999999999 to line-stamp
           perform emit-due-marks

           perform show-summary
           goback.
           if audit-line(1:8) is not numeric
             exit paragraph
           end-if
           if audit-line(1:14) is numeric
             move audit-line(1:14) to line-stamp
             perform emit-due-marks
           end-if
           move function numval(audit-line(1:8)) to line-date
           move audit-line(23:11) to line-command
           move spaces to line-section
             move 1 to tally-sect-count(sect-tally-count)
           end-if.

      *----------------------------------------------------------------
      * every marker stamped at or before the line about to be
      * looked at goes out first.
      *----------------------------------------------------------------
       emit-due-marks.
           perform
             until mark-next is greater than mark-count
             if mk-stamp(mark-next) is greater than line-stamp
               exit paragraph
             end-if
             display mk-stamp(mark-next) ' DEPLOY      '
               function trim(mk-text(mark-next)) end-display
             add 1 to mark-next end-add
           end-perform.

       gather-deploy-marks.
           move low-values to dm-key
           move zero to walk-done
           start deploy-marks-db
             key is greater than dm-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read deploy-marks-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform consider-deploy-mark
             end-read
           end-perform.

       consider-deploy-mark.
           move dm-deployed-at(1:8) to mark-date
           if mark-date is less than from-date
               or mark-date is greater than to-date
             exit paragraph
           end-if
           move zero to mark-wanted
           if arg-section is equal to 'ALL'
             move 1 to mark-wanted
           end-if
           perform
             varying mark-section-ind from 1 by 1
               until mark-section-ind is greater than dm-section-count
             if dm-section(mark-section-ind) is equal to arg-section
               move 1 to mark-wanted
             end-if
           end-perform
           if mark-wanted is equal to zero
             exit paragraph
           end-if
           if mark-count is equal to 500
             move 1 to mark-dropped
             exit paragraph
           end-if

      *    insertion by stamp - the ledger reads back application by
      *    application, not in time order.
           add 1 to mark-count end-add
           move mark-count to mark-ind
           move zero to mark-wanted
           perform
             until mark-wanted is equal to 1
             if mark-ind is equal to 1
               move 1 to mark-wanted
             else
               if mk-stamp(mark-ind - 1) is greater than
                   dm-deployed-at
                 move mark-row(mark-ind - 1) to mark-row(mark-ind)
                 subtract 1 from mark-ind end-subtract
               else
                 move 1 to mark-wanted
               end-if
             end-if
           end-perform
           move dm-deployed-at to mk-stamp(mark-ind)
           move spaces to mk-text(mark-ind)
           string function trim(dm-application) delimited by size
               ' version ' delimited by size
               function trim(dm-version) delimited by size
               ' to ' delimited by size
               function trim(dm-host-group) delimited by size
               ' (reads ' delimited by size
               function trim(dm-section(1)) delimited by size
               ' and ' delimited by size
               dm-section-count delimited by size
               ' in all)' delimited by size
             into mk-text(mark-ind)
           end-string.

       show-summary.
           display ' ' end-display
           display 'audit-query: ' matched-count ' of '
             scanned-count ' line(s) matched' end-display
           if mark-count is greater than zero
             display 'audit-query: ' mark-count
               ' deploy marker(s) interleaved' end-display
           end-if
           if mark-dropped is equal to 1
             display 'audit-query: more than 500 deploy markers in '
               'range - the latest were left out' end-display
           end-if

           display '  by command:' end-display
           perform
