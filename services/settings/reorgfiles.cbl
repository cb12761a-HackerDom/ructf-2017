      * rotation keeps). prints before/after byte sizes and the
      * record count per file, and exits nonzero if any rebuild
      * failed - in which case the live file is left untouched.
      * a partitioned settings store gets each partition rebuilt
      * and reported on as a file of its own.
      * the job checkpoints as it goes (batch-checkpoint.cbl) - a
      * file at a time, as each swap completes, with its copy
      * progress noted along the way. a run that dies part way is
      * resumed by running it again: the files already swapped are
      * not rebuilt a second time, and the one it died in is
      * rebuilt from its first record (its '.new' fragment is
      * thrown away - the live file was never touched). a run
      * over a settings store repartitioned since the unfinished
      * one is refused (exit code 3) unless FRESH is given.
      * usage:
      *   reorg-files [FRESH]

       environment division.
       input-output section.
           organization is indexed
           access mode is dynamic
           record key is new-composite-key
           alternate record key is new-sparam-name
             with duplicates
           file status is new-status-1.

         select new-history-db assign to new-file-path
         02 new-state picture x(40).
         02 new-created-on picture 9(8).
         02 new-last-used-on picture 9(8).
         02 new-section-checksum picture 9(9).
         02 new-api-keys
             occurs 1 to 30 times depending on new-api-keys-count.
           03 new-api-key picture x(80).
         02 new-schunk-count picture 9(2).
         02 new-sexpires-on picture 9(8).
         02 new-sparam-value picture x(87).
         02 new-schecksum picture 9(9).

       fd new-history-db.
       01 new-history-record.
           03 new-hist-seq picture 9(4).
         02 new-hist-changed-on picture 9(8).
         02 new-hist-old-value picture x(348).
         02 new-hist-ticket picture x(16).
         02 new-hist-reason picture x(40).

       working-storage section.
         01 hold-count binary-long unsigned value zero.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 new-status-1 picture xx.
       01 size-before picture 9(12).
       01 size-after picture 9(12).
       01 key-ind picture 99.
       01 reorg-part-ind binary-long unsigned.
       01 reorg-part-suffix picture 99.
       01 reorg-step picture 99.
       01 arg-fresh picture x(8).
       01 parts-display picture z9.
         copy checkpointarea.

      *  CBL_CHECK_FILE_EXIST answer block - the byte size is all
      *  this job reads from it.
             goback
           end-if

      *----------------------------------------------------------------
      * checkpoint phase: the files swapped so far, in the order
      * below - sections.dat, each settings partition, then
      * setting-history.dat; count 1 is the files failed so far.
      *----------------------------------------------------------------
           call 'settings-route' using by content 'L' end-call
           move spaces to arg-fresh
           accept arg-fresh from argument-value
           move 'reorg-files' to ck-job
           move sroute-part-count to parts-display
           move spaces to ck-input
           string 'PARTS=' delimited by size
               function trim(parts-display) delimited by size
             into ck-input
           end-string
           move zero to ck-fresh
           if function upper-case(arg-fresh) is equal to 'FRESH'
             move 1 to ck-fresh
           end-if
           call 'batch-checkpoint' using
               by content 'B'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           if checkpoint-answer is equal to 2
             move 3 to return-code
             goback
           end-if
           if ck-resumed is equal to 1
             move ck-counts(1) to failed-files
           end-if

           move 1 to reorg-step
           if reorg-step is greater than ck-phase
             move sections-dat-path to live-file-path
             move 'sections.dat' to file-label
             perform rebuild-sections-file
             perform report-one-file
             perform note-step-done
           end-if

      *    a partitioned settings store (settingsroute.cpy) is
      *    rebuilt a partition at a time, settings-dat-path pointed at
      *    each in turn and given back its home value afterwards.
           perform
             varying reorg-part-ind from 1 by 1
               until reorg-part-ind is greater than sroute-part-count
             add 1 to reorg-step end-add
             if reorg-step is greater than ck-phase
               perform reorg-one-partition
             end-if
           end-perform
           move sroute-home-path to settings-dat-path

           add 1 to reorg-step end-add
           if reorg-step is greater than ck-phase
             move setting-history-dat-path to live-file-path
             move 'setting-history.dat' to file-label
             perform rebuild-history-file
             perform report-one-file
             perform note-step-done
           end-if

           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           if failed-files is greater than zero
             display 'reorg-files: ' failed-files
               ' file(s) failed to rebuild' end-display
           move failed-files to return-code
           goback.

       reorg-one-partition.
           move sroute-part-path(reorg-part-ind) to settings-dat-path
           move settings-dat-path to live-file-path
           if sroute-part-count is greater than 1
             move reorg-part-ind to reorg-part-suffix
             move spaces to file-label
             string 'settings.dat.p' delimited by size
                 reorg-part-suffix delimited by size
               into file-label
             end-string
           else
             move 'settings.dat' to file-label
           end-if
           perform rebuild-settings-file
           perform report-one-file
           perform note-step-done.

       note-step-done.
           move reorg-step to ck-phase
           move zero to ck-position
           move spaces to ck-last-key
           move failed-files to ck-counts(1)
           call 'batch-checkpoint' using
               by content 'W'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call.

       note-copied.
           move copied-count to ck-position
           call 'batch-checkpoint' using
               by content 'K'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call.

      *----------------------------------------------------------------
      * one rebuild per file shape - the copy loop can't be shared
      * because each file has its own record area and key, but the
                     move zero to rebuild-ok
                 end-write
                 add 1 to copied-count end-add
                 move name to ck-last-key
                 perform note-copied
             end-read
           end-perform
           close sections-db
                     move zero to rebuild-ok
                 end-write
                 add 1 to copied-count end-add
                 move composite-key to ck-last-key
                 perform note-copied
             end-read
           end-perform
           close settings-db
                     move zero to rebuild-ok
                 end-write
                 add 1 to copied-count end-add
                 move history-key to ck-last-key
                 perform note-copied
             end-read
           end-perform
           close setting-history-db
           move state to new-state
           move created-on to new-created-on
           move last-used-on to new-last-used-on
           move section-checksum to new-section-checksum
           perform
             varying key-ind from 1 by 1
               until key-ind is greater than api-keys-count
