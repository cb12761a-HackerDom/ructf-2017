       identification division.
       program-id. report-purge.

      * standalone batch job - drops the report runs in the report
      * repository (see reportindexrecord.cpy) whose retention has
      * run out: a run is kept its report's own retention
      * (report-repo RETAIN, reporttyperecord.cpy) or, for a report
      * with none, REPORTRETAINDAYS days after the day it ran; zero
      * keeps it for good. a purged run loses its index row and
      * every stored line. the retention is read at purge time, so
      * a shortened or lengthened retention applies to the runs
      * already filed too. run it nightly after the reports
      * themselves. exit code 0.
      * usage:
      *   report-purge

       environment division.
       input-output section.
       file-control.
         copy reportindexdb.
         copy reportstoredb.
         copy reporttypedb.

       data division.
       file section.
         copy reportindexrecord.
         copy reportstorerecord.
         copy reporttyperecord.

       working-storage section.
         copy serverconfig.
       01 today-date picture 9(8).
       01 walk-done picture 9.
       01 lines-done picture 9.
       01 keep-days binary-long unsigned.
       01 due-int binary-long.
       01 due-date picture 9(8).
       01 runs-read binary-long unsigned value zero.
       01 runs-purged binary-long unsigned value zero.
       01 lines-purged binary-long unsigned value zero.
       01 hold-key.
         02 hold-name picture x(20).
         02 hold-date picture 9(8).
         02 hold-seq picture 9(4).

       procedure division.
       start-report-purge.
           move function current-date(1:8) to today-date
           call 'load-data-paths' end-call
           open i-o report-index-db
           open i-o report-store-db
           open input report-types-db

      *    restarted past each row in turn, so a delete never leaves
      *    the walk standing on a record that is no longer there.
           move low-values to report-key
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start report-index-db
               key is greater than report-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read report-index-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   add 1 to runs-read end-add
                   move report-key to hold-key
                   perform consider-run
                   move hold-key to report-key
               end-read
             end-if
           end-perform

           close report-index-db
           close report-store-db
           close report-types-db
           display 'report-purge: ' runs-purged ' of ' runs-read
             ' filed run(s) past retention purged, ' lines-purged
             ' line(s)' end-display
           goback.

       consider-run.
           move report-retain-days to keep-days
           move rpt-name to rtyp-name
           read report-types-db record
             invalid key
               continue
             not invalid key
               move rtyp-retain-days to keep-days
           end-read
           if keep-days is equal to zero
             exit paragraph
           end-if
           compute due-int =
             function integer-of-date(rpt-run-date) + keep-days
           end-compute
           move function date-of-integer(due-int) to due-date
           if due-date is not less than today-date
             exit paragraph
           end-if

           perform purge-run-lines
           move hold-key to report-key
           delete report-index-db record
             invalid key
               continue
             not invalid key
               add 1 to runs-purged end-add
           end-delete.

       purge-run-lines.
           move hold-name to rps-name
           move hold-date to rps-run-date
           move hold-seq to rps-run-seq
           move zero to rps-line-no
           move zero to lines-done
           perform
             until lines-done is equal to 1
             start report-store-db
               key is greater than report-line-key
               invalid key
                 move 1 to lines-done
             end-start
             if lines-done is equal to zero
               read report-store-db next record
                 at end
                   move 1 to lines-done
                 not at end
                   if rps-name is not equal to hold-name
                       or rps-run-date is not equal to hold-date
                       or rps-run-seq is not equal to hold-seq
                     move 1 to lines-done
                   else
                     delete report-store-db record
                       invalid key
                         continue
                       not invalid key
                         add 1 to lines-purged end-add
                     end-delete
                   end-if
               end-read
             end-if
           end-perform.

       end program report-purge.
