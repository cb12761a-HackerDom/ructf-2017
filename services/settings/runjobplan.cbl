      * longer runs against the backup that wasn't taken. every
      * attempt is appended to the run-ledger with its start/end
      * timestamps and exit code, so "did last night finish?" is one
      * file. each job's printed output is captured while it runs
      * and filed in the report repository under the job's name and
      * the day (see file-report.cbl) - echoed to this run's own
      * output as it is filed, so nothing that used to print here
      * goes missing. exits with the number of planned jobs that did
      * not finish OK, and lists them on the way out.
      * a job that checkpoints (batch-checkpoint.cbl) and picked up
      * an unfinished run instead of starting clean says so through
      * checkpoint-resumed; finishing OK that way it is ledgered as
      * 'K' rather than 'O' - as good as OK to its dependents and
      * the exit count, but listed apart, since a restart is worth
      * knowing about the morning after.
      *
      * plan line layout (fixed columns, blank/'*' lines skipped):
      *   cols  1-20  job name - the program-id to CALL
      * the outcome the run below fills in. job-status values:
      *   'P' planned (not reached yet)   'R' running
      *   'O' finished OK                 'F' failed
      *   'K' finished OK, resuming a checkpointed run
      *   'S' skipped (predecessor not OK, or window missed)
      *   'N' not run (chain abandoned by an earlier STOP)
      *----------------------------------------------------------------
       01 pred-blocked picture 9.
       01 chain-abandoned picture 9 value zero.
       01 not-ok-count binary-long unsigned value zero.
       01 resumed-count binary-long unsigned value zero.

       01 current-date-time picture x(21).
       01 current-hhmm picture 9(4).
       01 job-end-stamp picture x(14).
       01 exit-code-display picture +9(9).

      *----------------------------------------------------------------
      * the job's stdout is pointed at report-capture-path for the
      * length of the CALL and put back after - the C runtime's own
      * descriptor calls, the stdio buffers flushed on either side
      * so no line lands in the wrong place.
      *----------------------------------------------------------------
       01 capture-on picture 9.
       01 saved-stdout binary-long.
       01 capture-fd binary-long.
       01 capture-path-z picture x(256).
       01 null-ptr usage pointer value null.
       01 echo-on picture 9 value 1.
       01 report-seq picture 9(4).
       01 report-lines picture 9(7).
       01 lines-display picture z(6)9.
       77 O_CAPTURE binary-long value 577.
       77 CAPTURE_MODE binary-long value 384.

       procedure division.
       start-run-job-plan.
           call 'load-data-paths' end-call
           move function current-date(1:14) to job-start-stamp
           display 'run-job-plan: running '
             function trim(job-name(job-ind)) end-display
           perform start-output-capture
           move zero to return-code
           move zero to checkpoint-resumed
           call job-name(job-ind)
             on exception
               move 999 to return-code
           end-call
           move return-code to job-exit-code(job-ind)
           move zero to return-code
           perform end-output-capture
           move function current-date(1:14) to job-end-stamp

           if job-exit-code(job-ind) is equal to zero
             move 'O' to job-status(job-ind)
             if checkpoint-resumed is equal to 1
               move 'K' to job-status(job-ind)
             end-if
           else
             move 'F' to job-status(job-ind)
             display 'run-job-plan: '
           end-if
           perform write-ledger-line.

       start-output-capture.
           move zero to capture-on
           move spaces to capture-path-z
           string function trim(report-capture-path) delimited by size
               x'00' delimited by size
             into capture-path-z
           end-string
           call 'fflush' using by value null-ptr end-call
           call 'dup' using by value 1 giving saved-stdout end-call
           if saved-stdout is less than zero
             exit paragraph
           end-if
           call 'open' using
               by reference capture-path-z
               by value O_CAPTURE
               by value CAPTURE_MODE
             giving capture-fd
           end-call
           if capture-fd is less than zero
             call 'close' using by value saved-stdout end-call
             exit paragraph
           end-if
           call 'dup2' using by value capture-fd by value 1 end-call
           call 'close' using by value capture-fd end-call
           move 1 to capture-on.

       end-output-capture.
           if capture-on is equal to zero
             exit paragraph
           end-if
           call 'fflush' using by value null-ptr end-call
           call 'dup2' using by value saved-stdout by value 1 end-call
           call 'close' using by value saved-stdout end-call
           call 'file-report' using
             by reference job-name(job-ind), report-capture-path,
               job-exit-code(job-ind), echo-on, report-seq,
               report-lines
           end-call
           call 'CBL_DELETE_FILE' using report-capture-path end-call
           if report-seq is greater than zero
             move report-lines to lines-display
             display 'run-job-plan: '
               function trim(job-name(job-ind))
               ' output filed as ' function trim(job-name(job-ind))
               ' ' function current-date(1:8) ' #' report-seq
               ' (' function trim(lines-display) ' lines)'
               end-display
           end-if.

      *----------------------------------------------------------------
      * every predecessor this job names must have finished OK ('O',
      * or 'K' resumed from a checkpoint) - with one carve-out: a
      * failed predecessor that declared CONT counts as good enough,
      * that being exactly what CONT means.
      * a predecessor name the plan never defines blocks the job
      * (fail safe - better one skip than verify-backup running
      * against nothing).
             if job-name(pred-scan-ind) is equal to
                 pred-one-name(pred-ind)
               if job-status(pred-scan-ind) is equal to 'O'
                   or job-status(pred-scan-ind) is equal to 'K'
                 exit paragraph
               end-if
               if job-status(pred-scan-ind) is equal to 'F'
      *----------------------------------------------------------------
       write-ledger-line.
           if job-status(job-ind) is not equal to 'O'
               and job-status(job-ind) is not equal to 'K'
               and job-status(job-ind) is not equal to 'R'
             if job-status(job-ind) is not equal to 'F'
               move spaces to job-start-stamp
      *----------------------------------------------------------------
      * the exit listing: every job that did not finish OK, by name
      * and outcome, and the count becomes the exit code - zero is
      * the one-word "last night finished". the ones that finished
      * OK by resuming a checkpoint are listed too, but not counted.
      *----------------------------------------------------------------
       report-outcome.
           move zero to not-ok-count
           move zero to resumed-count
           perform
             varying job-ind from 1 by 1
               until job-ind is greater than plan-count
             if job-status(job-ind) is equal to 'K'
               add 1 to resumed-count end-add
               display 'run-job-plan: OK (resumed)      '
                 function trim(job-name(job-ind)) end-display
             end-if
             if job-status(job-ind) is not equal to 'O'
                 and job-status(job-ind) is not equal to 'K'
               add 1 to not-ok-count end-add
               evaluate job-status(job-ind)
                 when 'F'
           if not-ok-count is equal to zero
             display 'run-job-plan: all ' plan-count
               ' job(s) finished OK' end-display
           end-if
           if resumed-count is greater than zero
             display 'run-job-plan: ' resumed-count
               ' job(s) finished OK resuming from a checkpoint'
               end-display
           end-if.

       end program run-job-plan.
