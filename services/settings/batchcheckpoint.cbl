       identification division.
       program-id. batch-checkpoint.

      * commit-interval checkpoint and restart for the long-running
      * batch jobs (import-sections, bulk-load, merge-sections,
      * fleet-push, reorg-files): each keeps one record in
      * checkpoints.dat (checkpointrecord.cpy) saying how far its
      * current run has got, so a run that dies part way - killed,
      * out of space, the box rebooted under it - is picked up where
      * it stopped instead of being replayed from the top. the job
      * hands over checkpoint-area (checkpointarea.cpy) on every
      * call; the op byte says what to do:
      *   B  begin a run. no live checkpoint for the job: a fresh
      *      one is started, answering zero. a live one over the
      *      same input: the run resumes from it - its phase,
      *      position, counts and last key handed back, ck-resumed
      *      and checkpoint-resumed (serverconfig.cpy, for
      *      run-job-plan.cbl's ledger) set - answering 1. a live one
      *      over different input: refused, answering 2, unless the
      *      job was told FRESH (ck-fresh), which discards it and
      *      starts over - a second run must never quietly bury
      *      the first's half-finished work.
      *   K  a record done: written every CHECKPOINTEVERY ticks
      *      (settings.cfg, default 500), answering 1 when it was
      *   W  write now - a phase boundary, or a step too costly to
      *      repeat
      *   E  the run finished: the record is marked closed and kept
      *      as the last run's account
      * every write opens and closes the file, so a checkpoint is
      * on disk before the job goes on. work done after the last
      * checkpoint is redone on a resume - each job keeps its
      * records safe to apply twice, or checkpoints every one.

       environment division.
       input-output section.
       file-control.
         copy checkpointdb.

       data division.
       file section.
         copy checkpointrecord.

       working-storage section.
         copy serverconfig.
         01 ticks-since binary-long unsigned value zero.
         01 tick-interval binary-long unsigned.
         01 on-file picture 9.
         01 count-ind binary-long unsigned.
         01 position-display picture z(8)9.
         01 restarts-display picture z(3)9.

       linkage section.
         01 checkpoint-op picture x.
         copy checkpointarea.

       procedure division
         using checkpoint-op, checkpoint-area
         returning checkpoint-answer.
       start-batch-checkpoint.
           move zero to checkpoint-answer
           evaluate checkpoint-op
             when 'B'
               perform begin-run
             when 'K'
               move checkpoint-every to tick-interval
               if tick-interval is equal to zero
                 move 500 to tick-interval
               end-if
               add 1 to ticks-since end-add
               if ticks-since is not less than tick-interval
                 perform write-checkpoint
                 move 1 to checkpoint-answer
               end-if
             when 'W'
               perform write-checkpoint
               move 1 to checkpoint-answer
             when 'E'
               perform end-run
           end-evaluate
           goback.

       begin-run.
           move zero to ticks-since
           move zero to ck-resumed
           open i-o checkpoints-db
           move ck-job to ckpt-job
           move zero to on-file
           read checkpoints-db record
             invalid key
               continue
             not invalid key
               move 1 to on-file
           end-read

           if on-file is equal to 1 and ckpt-live
             if ck-fresh is equal to 1
               display function trim(ck-job) ': FRESH - the '
                 'unfinished run over ' function trim(ckpt-input)
                 ' (checkpointed ' ckpt-stamped ') is discarded'
                 end-display
             else
               if ckpt-input is not equal to ck-input
                 display function trim(ck-job) ': an unfinished '
                   'run over ' function trim(ckpt-input)
                   ' is checkpointed (' ckpt-stamped ') - rerun it '
                   'as it was to resume, or pass FRESH to discard '
                   'it' end-display
                 close checkpoints-db
                 move 2 to checkpoint-answer
                 exit paragraph
               end-if
               perform resume-run
               close checkpoints-db
               move 1 to checkpoint-answer
               exit paragraph
             end-if
           end-if

           move ck-job to ckpt-job
           move 'A' to ckpt-state
           move ck-input to ckpt-input
           move function current-date(1:14) to ckpt-started
           move ckpt-started to ckpt-stamped
           move zero to ckpt-restarts
           move zero to ck-phase
           move zero to ck-position
           move spaces to ck-last-key
           perform
             varying count-ind from 1 by 1
               until count-ind is greater than 6
             move zero to ck-counts(count-ind)
           end-perform
           perform copy-area-to-record
           if on-file is equal to 1
             rewrite checkpoint-record
               invalid key
                 continue
             end-rewrite
           else
             write checkpoint-record
               invalid key
                 continue
             end-write
           end-if
           close checkpoints-db.

       resume-run.
           move ckpt-phase to ck-phase
           move ckpt-position to ck-position
           move ckpt-last-key to ck-last-key
           perform
             varying count-ind from 1 by 1
               until count-ind is greater than 6
             move ckpt-counts(count-ind) to ck-counts(count-ind)
           end-perform
           add 1 to ckpt-restarts end-add
           move function current-date(1:14) to ckpt-stamped
           rewrite checkpoint-record
             invalid key
               continue
           end-rewrite
           move 1 to ck-resumed
           move 1 to checkpoint-resumed
           move ckpt-position to position-display
           move ckpt-restarts to restarts-display
           display function trim(ck-job) ': resuming the run started '
             ckpt-started ' - phase ' ckpt-phase ', '
             function trim(position-display) ' record(s) done; '
             'restart ' function trim(restarts-display) end-display.

       write-checkpoint.
           move zero to ticks-since
           open i-o checkpoints-db
           move ck-job to ckpt-job
           read checkpoints-db record
             invalid key
               close checkpoints-db
               exit paragraph
           end-read
           perform copy-area-to-record
           move function current-date(1:14) to ckpt-stamped
           rewrite checkpoint-record
             invalid key
               continue
           end-rewrite
           close checkpoints-db.

       end-run.
           open i-o checkpoints-db
           move ck-job to ckpt-job
           read checkpoints-db record
             invalid key
               close checkpoints-db
               exit paragraph
           end-read
           perform copy-area-to-record
           move 'C' to ckpt-state
           move function current-date(1:14) to ckpt-stamped
           rewrite checkpoint-record
             invalid key
               continue
           end-rewrite
           close checkpoints-db.

       copy-area-to-record.
           move ck-phase to ckpt-phase
           move ck-position to ckpt-position
           move ck-last-key to ckpt-last-key
           perform
             varying count-ind from 1 by 1
               until count-ind is greater than 6
             move ck-counts(count-ind) to ckpt-counts(count-ind)
           end-perform.

       end program batch-checkpoint.
