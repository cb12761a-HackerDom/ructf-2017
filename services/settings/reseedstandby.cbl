       identification division.
       program-id. reseed-standby.

      * standalone batch job - run on a standby, with nothing else
      * touching its data files, to rebuild it from a backup
      * generation and the journal that is left after
      * journal-retention.cbl has cut it back. the standby that has
      * fallen behind the journal's base (journalrecord.cpy) can
      * never replay its way forward again - the entries it wants
      * are archived - so it is put back at a point the journal
      * still reaches from:
      *   - the generation is taken out of the directory BACKUPDIR
      *     names in this box's settings.cfg (the primary's, over
      *     the ops mount the journal ships across, or a copy of
      *     it). left off, the newest one whose manifest carries
      *     verify-backup's 'verified' line is used; either way its
      *     manifest must name the journal position it was taken at
      *   - the journal shipped here must reach back to that
      *     position (its base at or below it), else nothing is
      *     touched
      *   - sections.dat and setting-history.dat are copied over
      *     this box's own, settings.dat too - or split across the
      *     partitions of a partitioned store (settingsroute.cpy),
      *     the way restore-to-point.cbl loads a generation
      *   - key-index.dat is rebuilt through rebuild-key-index, the
      *     journal bookmark (<journal>.pos) set to the generation's
      *     journal position, and apply-change-journal run to replay
      *     the rest - which also reports the new position back to
      *     the primary's standby register.
      * exit code 0 re-seeded, 1 refused or failed (this box's files
      * untouched unless a copy step says otherwise), 2 the replay
      * reported a problem of its own.
      * usage:
      *   reseed-standby [generation]

       environment division.
       input-output section.
       file-control.
         copy changejournaldb.
         copy settingdb.

         select manifest-file assign to manifest-path
           organization is line sequential
           file status is manifest-status.

         select optional journal-pos-file assign to journal-pos-path
           organization is line sequential
           file status is pos-status.

         select generation-image assign to copy-src-path
           organization is indexed
           access mode is sequential
           record key is gen-composite-key
           alternate record key is gen-sparam-name
             with duplicates
           file status is gen-status.

       data division.
       file section.
         copy journalrecord.
         copy settingrecord.

       fd manifest-file.
       01 manifest-line.
         02 manifest-base-name picture x(24).
         02 filler picture x.
         02 manifest-count picture 9(9).
         02 filler picture x.
         02 manifest-checksum picture 9(9).

       fd journal-pos-file.
       01 pos-line picture 9(9).

      *  a settings.dat generation - settingrecord.cpy field for
      *  field, the way restore-to-point.cbl mirrors it.
       fd generation-image.
       01 gen-setting-record.
         02 gen-composite-key.
           03 gen-ssection-name picture x(40).
           03 gen-sparam-name picture x(40).
         02 gen-schunk-count picture 9(2).
         02 gen-sexpires-on picture 9(8).
         02 gen-sparam-value picture x(87).
         02 gen-schecksum picture 9(9).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
       01 arg-generation picture x(10).
       01 manifest-status picture xx.
       01 manifest-path picture x(255).
       01 pos-status picture xx.
       01 journal-pos-path picture x(255).
       01 walk-done picture 9.

       01 journal-base picture 9(9).
       01 journal-end picture 9(9).

       01 gen-ind binary-long unsigned.
       01 gen-digits picture 99.
       01 gen-found picture 9.
       01 gen-verified picture 9.
       01 gen-has-position picture 9.
       01 gen-position picture 9(9).
       01 backup-gen picture 99.
       01 backup-pos picture 9(9).

       01 copy-src-path picture x(255).
       01 copy-rc binary-long.
       01 rebuild-rc binary-long.
       01 replay-rc binary-long.
       01 gen-status picture xx.
       01 gen-eof picture 9.
       01 gen-part-ind binary-long unsigned.
       01 gen-rows binary-long unsigned.

       procedure division.
       start-reseed-standby.
           move spaces to arg-generation
           accept arg-generation from argument-value
           if arg-generation is not equal to spaces
               and function trim(arg-generation) is not numeric
             display 'reseed-standby: usage: reseed-standby '
               '[generation]' end-display
             move 1 to return-code
             goback
           end-if

           call 'load-data-paths' end-call
           move spaces to journal-pos-path
           string function trim(change-journal-path)
               delimited by size
               '.pos' delimited by size
             into journal-pos-path
           end-string

      *----------------------------------------------------------------
      * the generation: the one asked for, which must name its
      * journal position, or the newest verified one that does.
      *----------------------------------------------------------------
           move zero to backup-gen
           move zero to backup-pos
           if arg-generation is not equal to spaces
             move function numval(arg-generation) to gen-digits
             perform read-generation-manifest
             if gen-found is equal to zero
               display 'reseed-standby: no manifest for generation '
                 gen-digits ' in ' function trim(backup-dir-path)
                 end-display
               move 1 to return-code
               goback
             end-if
             if gen-has-position is equal to zero
               display 'reseed-standby: generation ' gen-digits
                 ' does not record a journal position - it cannot '
                 'be replayed forward from' end-display
               move 1 to return-code
               goback
             end-if
             if gen-verified is equal to zero
               display 'reseed-standby: generation ' gen-digits
                 ' has not been verified - using it as asked'
                 end-display
             end-if
             move gen-digits to backup-gen
             move gen-position to backup-pos
           else
             perform find-verified-generation
             if backup-gen is equal to zero
               display 'reseed-standby: no verified generation in '
                 function trim(backup-dir-path) ' records a journal '
                 'position - run verify-backup first' end-display
               move 1 to return-code
               goback
             end-if
           end-if
           display 'reseed-standby: generation ' backup-gen
             ' taken at journal position ' backup-pos end-display

      *----------------------------------------------------------------
      * the journal here has to reach back to the generation, or
      * the entries between them are nowhere to be had.
      *----------------------------------------------------------------
           perform measure-journal
           display 'reseed-standby: journal base ' journal-base
             ', last position ' journal-end end-display
           if backup-pos is less than journal-base
             display 'reseed-standby: REFUSED - the journal starts '
               'after position ' journal-base ' but the generation '
               'stops at ' backup-pos '; it needs a newer backup '
               'or a journal reaching further back' end-display
             move 1 to return-code
             goback
           end-if
           if backup-pos is greater than journal-end
             display 'reseed-standby: the journal shipped here '
               'reaches only ' journal-end ' - replay picks up once '
               'it passes ' backup-pos end-display
           end-if

           perform load-generation
           if copy-rc is not equal to zero
             display 'reseed-standby: FAILED - cannot load '
               function trim(copy-src-path) ' (rc=' copy-rc
               '); this box''s data files may be part-copied - re-run '
               'before starting anything on them' end-display
             move 1 to return-code
             goback
           end-if

           move zero to return-code
           call 'rebuild-key-index' end-call
           move return-code to rebuild-rc
           move zero to return-code
           if rebuild-rc is not equal to zero
             display 'reseed-standby: FAILED - rebuild-key-index '
               'failed (' rebuild-rc ')' end-display
             move 1 to return-code
             goback
           end-if

      *----------------------------------------------------------------
      * the bookmark set to the generation, then the rest of the
      * journal replayed over it.
      *----------------------------------------------------------------
           open output journal-pos-file
           move backup-pos to pos-line
           write pos-line
           close journal-pos-file

           call 'apply-change-journal' end-call
           move return-code to replay-rc
           move zero to return-code
           if replay-rc is not equal to zero
             display 'reseed-standby: loaded generation ' backup-gen
               ' but apply-change-journal ended ' replay-rc
               end-display
             move 2 to return-code
             goback
           end-if

           display 'reseed-standby: re-seeded from generation '
             backup-gen ' - schedule apply-change-journal as before'
             end-display
           goback.

      *----------------------------------------------------------------
      * generations are numbered newest first, so the first one
      * whose manifest carries both lines is the newest proven. a
      * gap in the numbering is passed over.
      *----------------------------------------------------------------
       find-verified-generation.
           perform
             varying gen-ind from 1 by 1
               until gen-ind is greater than 99
                 or backup-gen is not equal to zero
             move gen-ind to gen-digits
             perform read-generation-manifest
             if gen-verified is equal to 1
                 and gen-has-position is equal to 1
               move gen-digits to backup-gen
               move gen-position to backup-pos
             end-if
           end-perform.

       read-generation-manifest.
           move zero to gen-found
           move zero to gen-verified
           move zero to gen-has-position
           move zero to gen-position
           move spaces to manifest-path
           string function trim(backup-dir-path) delimited by size
               '/manifest.' delimited by size
               gen-digits delimited by size
             into manifest-path
           end-string
           open input manifest-file
           if manifest-status is not equal to '00'
             exit paragraph
           end-if
           move 1 to gen-found
           move zero to walk-done
           perform
             until walk-done is equal to 1
             read manifest-file
               at end
                 move 1 to walk-done
               not at end
                 if manifest-base-name is equal to 'verified'
                   move 1 to gen-verified
                 end-if
                 if manifest-base-name is equal to 'journal-position'
                   move 1 to gen-has-position
                   move manifest-count to gen-position
                 end-if
             end-read
           end-perform
           close manifest-file.

       measure-journal.
           move zero to journal-base
           move zero to journal-end
           move zero to walk-done
           open input change-journal-file
           perform
             until walk-done is equal to 1
             read change-journal-file
               at end
                 move 1 to walk-done
               not at end
                 if jrn-op is equal to 'BASE'
                     and journal-end is equal to zero
                   move function numval(jrn-value(1:9))
                     to journal-base
                   move journal-base to journal-end
                 else
                   add 1 to journal-end end-add
                 end-if
             end-read
           end-perform
           close change-journal-file.

      *----------------------------------------------------------------
      * the three files of the generation over this box's own. a
      * nonzero copy-rc stops at the file it names.
      *----------------------------------------------------------------
       load-generation.
           move backup-gen to gen-digits

           move spaces to copy-src-path
           string function trim(backup-dir-path) delimited by size
               '/sections.dat.' delimited by size
               gen-digits delimited by size
             into copy-src-path
           end-string
           call 'CBL_COPY_FILE' using copy-src-path sections-dat-path
             returning copy-rc
           end-call
           if copy-rc is not equal to zero
             exit paragraph
           end-if

           move spaces to copy-src-path
           string function trim(backup-dir-path) delimited by size
               '/setting-history.dat.' delimited by size
               gen-digits delimited by size
             into copy-src-path
           end-string
           call 'CBL_COPY_FILE' using copy-src-path
               setting-history-dat-path
             returning copy-rc
           end-call
           if copy-rc is not equal to zero
             exit paragraph
           end-if

           move spaces to copy-src-path
           string function trim(backup-dir-path) delimited by size
               '/settings.dat.' delimited by size
               gen-digits delimited by size
             into copy-src-path
           end-string
           call 'settings-route' using by content 'L' end-call
           if sroute-part-count is greater than 1
             perform split-generation-image
           else
             call 'CBL_COPY_FILE' using copy-src-path settings-dat-path
               returning copy-rc
             end-call
           end-if
           if copy-rc is not equal to zero
             exit paragraph
           end-if

           display 'reseed-standby: loaded generation ' gen-digits
             ' from ' function trim(backup-dir-path) end-display.

      *----------------------------------------------------------------
      * restore-to-point.cbl's split: every partition emptied, then
      * each row of the image written into the partition its
      * section routes to. copy-rc nonzero when the image will not
      * open.
      *----------------------------------------------------------------
       split-generation-image.
           move zero to copy-rc
           open input generation-image
           if gen-status is not equal to '00'
             move 1 to copy-rc
             exit paragraph
           end-if
           perform
             varying gen-part-ind from 1 by 1
               until gen-part-ind is greater than sroute-part-count
             call 'CBL_DELETE_FILE' using
               sroute-part-path(gen-part-ind)
             end-call
           end-perform
           move zero to gen-rows
           call 'settings-route' using by content 'U' end-call
           move zero to gen-eof
           perform
             until gen-eof is equal to 1
             read generation-image next record
               at end
                 move 1 to gen-eof
               not at end
                 move gen-setting-record to setting-record
                 call 'settings-route' using by content 'S' end-call
                 write setting-record
                   invalid key
                     continue
                   not invalid key
                     add 1 to gen-rows end-add
                 end-write
             end-read
           end-perform
           call 'settings-route' using by content 'C' end-call
           close generation-image
           display 'reseed-standby: ' gen-rows ' settings row(s) '
             'split across ' sroute-part-count ' partition(s)'
             end-display.

       end program reseed-standby.
