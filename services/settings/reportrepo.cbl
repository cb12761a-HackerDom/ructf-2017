       identification division.
       program-id. report-repo.

      * standalone batch job - the operator's way into the report
      * repository (see reportindexrecord.cpy) that every batch
      * report run by run-job-plan.cbl is filed in.
      *   LIST [name]          every filed run, or one report's, in
      *                        name/day order - lines, exit code,
      *                        who filed it and when it falls due
      *                        for purging
      *   PRINT <name> [YYYYMMDD [seq]]
      *                        reprints a filed run exactly as it
      *                        printed - the latest run when no day
      *                        is given, that day's latest when no
      *                        sequence is
      *   FILE <name> [path]   files a report run outside the plan:
      *                        the print file at path, or what is
      *                        piped in when there is none, e.g.
      *                          stale-report | report-repo FILE
      *                            stale-report
      *   RETAIN <name> <days> sets how long the report's runs are
      *                        kept (0 keeps them for good) - goes
      *                        on the audit trail
      *   TYPES                the reports with a retention of their
      *                        own, and the default for the rest
      * exit code 0 done, 1 refused or not found.
      * usage:
      *   report-repo LIST [name]
      *   report-repo PRINT <name> [YYYYMMDD [seq]]
      *   report-repo FILE <name> [path]
      *   report-repo RETAIN <name> <days>
      *   report-repo TYPES

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
         copy auditnote.
       01 arg-action picture x(8).
       01 arg-name picture x(20).
       01 arg-3 picture x(255).
       01 arg-4 picture x(8).
       01 run-by picture x(16).
       01 audit-cmd-name picture x(11) value 'rpt-retain'.
       01 audit-section picture x(40) value spaces.
       01 audit-rcode picture x(2).
       01 walk-done picture 9.
       01 found-run picture 9.
       01 want-date picture 9(8).
       01 want-seq picture 9(4).
       01 keep-days binary-long unsigned.
       01 due-int binary-long.
       01 due-date picture 9(8).
       01 run-total binary-long unsigned value zero.
       01 lines-display picture z(6)9.
       01 days-display picture z(4)9.
       01 exit-display picture -(8)9.
       01 file-path picture x(255).
       01 file-exit-code picture s9(9) value zero.
       01 file-echo picture 9 value zero.
       01 file-seq picture 9(4).
       01 file-lines picture 9(7).
       01 hold-key.
         02 hold-name picture x(20).
         02 hold-date picture 9(8).
         02 hold-seq picture 9(4).

       procedure division.
       start-report-repo.
           move spaces to arg-action
           move spaces to arg-name
           move spaces to arg-3
           move spaces to arg-4
           accept arg-action from argument-value
           accept arg-name from argument-value
           accept arg-3 from argument-value
           accept arg-4 from argument-value
           move function upper-case(arg-action) to arg-action
           move spaces to run-by
           accept run-by from environment 'USER'
           if run-by is equal to spaces
             move 'unknown' to run-by
           end-if

           evaluate true
             when arg-action is equal to 'LIST'
               continue
             when arg-action is equal to 'TYPES'
               continue
             when arg-action is equal to 'PRINT'
                 and arg-name is not equal to spaces
               continue
             when arg-action is equal to 'FILE'
                 and arg-name is not equal to spaces
               continue
             when arg-action is equal to 'RETAIN'
                 and arg-name is not equal to spaces
                 and arg-3 is not equal to spaces
                 and function trim(arg-3) is numeric
               continue
             when other
               perform show-usage
               move 1 to return-code
               goback
           end-evaluate

           call 'load-data-paths' end-call

           evaluate arg-action
             when 'LIST'
               perform list-runs
             when 'PRINT'
               perform print-run
             when 'FILE'
               perform file-run
             when 'RETAIN'
               perform set-retention
             when 'TYPES'
               perform list-types
           end-evaluate
           goback.

       show-usage.
           display 'report-repo: usage: report-repo LIST [name] | '
             'PRINT <name> [YYYYMMDD [seq]] | FILE <name> [path] | '
             'RETAIN <name> <days> | TYPES' end-display.

       list-runs.
           open input report-index-db
           open input report-types-db
           display '=== report repository ===' end-display
           move arg-name to rpt-name
           move zero to rpt-run-date
           move zero to rpt-run-seq
           move zero to walk-done
           start report-index-db
             key is not less than report-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read report-index-db next record
               at end
                 move 1 to walk-done
               not at end
                 if arg-name is not equal to spaces
                     and rpt-name is not equal to arg-name
                   move 1 to walk-done
                 else
                   perform list-one-run
                 end-if
             end-read
           end-perform
           close report-index-db
           close report-types-db
           display 'report-repo: ' run-total ' filed run(s)'
             end-display.

       list-one-run.
           add 1 to run-total end-add
           perform find-keep-days
           move rpt-line-count to lines-display
           move rpt-exit-code to exit-display
           if keep-days is equal to zero
             display '  ' rpt-name ' ' rpt-run-date ' #' rpt-run-seq
               ' lines=' lines-display ' exit=' exit-display
               ' filed=' rpt-filed-at ' by=' rpt-filed-by
               ' keep=always' end-display
           else
             compute due-int =
               function integer-of-date(rpt-run-date) + keep-days
             end-compute
             move function date-of-integer(due-int) to due-date
             display '  ' rpt-name ' ' rpt-run-date ' #' rpt-run-seq
               ' lines=' lines-display ' exit=' exit-display
               ' filed=' rpt-filed-at ' by=' rpt-filed-by
               ' purge-after=' due-date end-display
           end-if.

      *----------------------------------------------------------------
      * the report's own retention when it has one, else the
      * configured default - report-purge.cbl reads it the same way.
      *----------------------------------------------------------------
       find-keep-days.
           move report-retain-days to keep-days
           move rpt-name to rtyp-name
           read report-types-db record
             invalid key
               continue
             not invalid key
               move rtyp-retain-days to keep-days
           end-read.

      *----------------------------------------------------------------
      * the run wanted is the last one in key order that matches
      * what was given - name alone, name and day, or all three.
      *----------------------------------------------------------------
       print-run.
           move zero to want-date
           move zero to want-seq
           if arg-3 is not equal to spaces
             if arg-3(1:8) is not numeric
                 or arg-3(9:) is not equal to spaces
               perform show-usage
               move 1 to return-code
               exit paragraph
             end-if
             move arg-3(1:8) to want-date
           end-if
           if arg-4 is not equal to spaces
             if function trim(arg-4) is not numeric
               perform show-usage
               move 1 to return-code
               exit paragraph
             end-if
             move function numval(arg-4) to want-seq
           end-if

           open input report-index-db
           open input report-store-db
           move zero to found-run
           move arg-name to rpt-name
           move want-date to rpt-run-date
           move zero to rpt-run-seq
           move zero to walk-done
           start report-index-db
             key is not less than report-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read report-index-db next record
               at end
                 move 1 to walk-done
               not at end
                 evaluate true
                   when rpt-name is not equal to arg-name
                     move 1 to walk-done
                   when want-date is not equal to zero
                       and rpt-run-date is not equal to want-date
                     move 1 to walk-done
                   when want-seq is not equal to zero
                       and rpt-run-seq is not equal to want-seq
                     continue
                   when other
                     move 1 to found-run
                     move report-key to hold-key
                 end-evaluate
             end-read
           end-perform

           if found-run is equal to zero
             display 'report-repo: no filed run of '
               function trim(arg-name) ' matches' end-display
             move 1 to return-code
           else
             move hold-key to report-key
             read report-index-db record
               invalid key
                 continue
             end-read
             perform reprint-lines
           end-if
           close report-index-db
           close report-store-db.

       reprint-lines.
           display '=== ' function trim(rpt-name) ' ' rpt-run-date
             ' #' rpt-run-seq ' filed ' rpt-filed-at ' by '
             function trim(rpt-filed-by) ' ===' end-display
           move hold-name to rps-name
           move hold-date to rps-run-date
           move hold-seq to rps-run-seq
           move zero to rps-line-no
           move zero to walk-done
           start report-store-db
             key is greater than report-line-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read report-store-db next record
               at end
                 move 1 to walk-done
               not at end
                 if rps-name is not equal to hold-name
                     or rps-run-date is not equal to hold-date
                     or rps-run-seq is not equal to hold-seq
                   move 1 to walk-done
                 else
                   display function trim(rps-text trailing)
                     end-display
                 end-if
             end-read
           end-perform.

       file-run.
           move arg-3 to file-path
           if file-path is equal to spaces
             move '/dev/stdin' to file-path
           end-if
           call 'file-report' using
             by reference arg-name, file-path, file-exit-code,
               file-echo, file-seq, file-lines
           end-call
           if file-seq is equal to zero
             display 'report-repo: nothing to file from '
               function trim(file-path) end-display
             move 1 to return-code
             exit paragraph
           end-if
           move file-lines to lines-display
           display 'report-repo: filed ' function trim(arg-name) ' '
             function current-date(1:8) ' #' file-seq ' ('
             function trim(lines-display) ' lines)' end-display.

       set-retention.
           move function numval(arg-3) to keep-days
           if keep-days is greater than 99999
             perform show-usage
             move 1 to return-code
             exit paragraph
           end-if
           open i-o report-types-db
           move arg-name to rtyp-name
           read report-types-db record
             invalid key
               move keep-days to rtyp-retain-days
               move function current-date(1:8) to rtyp-set-on
               move run-by to rtyp-set-by
               write report-type-record
                 invalid key
                   continue
               end-write
             not invalid key
               move keep-days to rtyp-retain-days
               move function current-date(1:8) to rtyp-set-on
               move run-by to rtyp-set-by
               rewrite report-type-record
                 invalid key
                   continue
               end-rewrite
           end-read
           close report-types-db

           move keep-days to days-display
           display 'report-repo: ' function trim(arg-name)
             ' runs kept ' function trim(days-display) ' days'
             end-display
           move spaces to audit-note
           string function trim(arg-name) delimited by size
               ' days=' delimited by size
               function trim(days-display) delimited by size
               ' by=' delimited by size
               run-by delimited by space
             into audit-note
           end-string
           move 'ok' to audit-rcode
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, audit-rcode
           end-call.

       list-types.
           open input report-types-db
           move report-retain-days to days-display
           display '=== report retention (default '
             function trim(days-display) ' days) ===' end-display
           move low-values to rtyp-name
           move zero to walk-done
           start report-types-db
             key is greater than rtyp-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read report-types-db next record
               at end
                 move 1 to walk-done
               not at end
                 move rtyp-retain-days to days-display
                 display '  ' rtyp-name ' ' days-display ' days set '
                   rtyp-set-on ' by ' function trim(rtyp-set-by)
                   end-display
             end-read
           end-perform
           close report-types-db.

       end program report-repo.
