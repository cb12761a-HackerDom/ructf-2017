      * content checksum, taken from the live files inside the same
      * quiet window the copies are - the proof verify-backup.cbl
      * re-checks the copies against the same night they were
      * taken, instead of at restore time.
      * a partitioned settings store (settingsroute.cpy) is backed up
      * as one settings.dat generation all the same - its partitions
      * merged, row for row, into a single image - so every job that
      * reads a generation (verify-backup, restore-to-point,
      * dr-drill, purge-sect) sees the same file whatever the layout
      * was, and a generation restores onto any layout.
      * the copies are taken at one point, not across a stream of
      * writes: before the first copy the job asks the running
      * listener to quiesce (quiesce.cbl, over its Unix-domain
      * socket - see wire-submit.cbl). every worker then holds its
      * writes with 'bz' and the listener confirms the
      * change-journal position; after a settling second for any
      * write another worker already had under way, the copies and
      * the manifest are taken and the hold released. the hold asks
      * for QUIESCEMAXSEC and lapses on its own after that however
      * this job ends. the manifest's journal-position line records
      * the point - the entry count, and 1 when the copies are known
      * to be one point (quiesced throughout, or no listener up to
      * write), zero when they were taken live: no socket
      * configured, the quiesce refused, or the hold lapsing before
      * the copies finished - each also a warn: line in backup.log.
      * the hold is asked for on QUIESCEKEY (settings.cfg) when one
      * is issued, the master key otherwise - which a listener
      * demanding the operator second factor refuses 'ot'.
      * usage:
      *   backup-data-files [FORCE]

       environment division.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.
         copy changejournaldb.

         select optional backup-log-file assign to external
             backup-log-path
         select optional manifest-file assign to manifest-path
           organization is line sequential.

         select settings-image assign to rot-dest-path
           organization is indexed
           access mode is dynamic
           record key is image-composite-key
           alternate record key is image-sparam-name
             with duplicates
           file status is image-status.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy journalrecord.

       fd backup-log-file.
       01 backup-log-line picture x(128).
         02 filler picture x.
         02 manifest-checksum picture 9(9).

      *  the merged generation of a partitioned settings store -
      *  settingrecord.cpy field for field, the way reorg-files.cbl
      *  mirrors it.
       fd settings-image.
       01 image-setting-record.
         02 image-composite-key.
           03 image-ssection-name picture x(40).
           03 image-sparam-name picture x(40).
         02 image-schunk-count picture 9(2).
         02 image-sexpires-on picture 9(8).
         02 image-sparam-value picture x(87).
         02 image-schecksum picture 9(9).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 port-binary binary-short unsigned.
       01 tally-ind binary-long unsigned.
       01 tally-eof picture 9.
       01 tally-record picture x(2800).
       01 image-status picture xx.
       01 merge-ok picture 9.
       01 parts-left binary-long unsigned.

      *  the quiesce handshake - see quiesce-listener. quiesce-outcome
      *  is Q (held), D (no listener answering - nothing to hold) or
      *  U (copies taken live).
       01 quiesce-outcome picture x.
       01 quiesce-args.
         02 qa-switch picture x(4).
         02 qa-admin-key picture x(80).
         02 qa-hold-seconds picture 9(4).
         02 filler picture x(925).
       01 quiesce-argc binary-long unsigned value 88.
       01 quiesce-command picture x(11) value 'quiesce'.
       01 submit-reply.
         02 sr-rcode picture x(2).
         02 sr-position picture 9(9).
         02 sr-until picture 9(14).
         02 filler picture x(999).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.
       01 quiesce-until picture 9(14).
       01 backup-journal-pos picture 9(9).
       01 counted-journal-pos picture 9(9).
       01 journal-eof picture 9.
       01 settle-seconds picture 9(3) value 1.
       01 one-point picture 9.

       procedure division.
       start-backup-data-files.
           end-if

           move 1 to overall-ok
           perform quiesce-listener

           move sections-dat-path to rot-live-path
           move 'sections.dat' to rot-base-name
           perform rotate-generations
           perform copy-into-gen-1

           call 'settings-route' using by content 'L' end-call
           move settings-dat-path to rot-live-path
           move 'settings.dat' to rot-base-name
           perform rotate-generations
           if sroute-part-count is greater than 1
             perform merge-into-gen-1
           else
             perform copy-into-gen-1
           end-if

           move setting-history-dat-path to rot-live-path
           move 'setting-history.dat' to rot-base-name
           move 'manifest' to rot-base-name
           perform rotate-generations
           perform write-manifest
           perform release-listener

           if overall-ok is equal to 1
             move 'ok: backup completed' to backup-log-line
               rot-live-path ' (rc=' rot-copy-rc ')' end-display
           end-if.

      *----------------------------------------------------------------
      * generation 1 of a partitioned settings store: every partition
      * in turn, written row by row into one fresh image. any row
      * that will not write fails the file, as a failed copy does.
      *----------------------------------------------------------------
       merge-into-gen-1.
           move 1 to rot-gen-digits
           perform build-rot-dest-path
           call 'CBL_DELETE_FILE' using rot-dest-path end-call
           open output settings-image
           if image-status is not equal to '00'
             move 0 to overall-ok
             display 'backup-data-files: failed to create '
               rot-dest-path end-display
             exit paragraph
           end-if
           move 1 to merge-ok
           call 'settings-route' using by content 'I' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             move zero to tally-eof
             perform
               until tally-eof is equal to 1
               read settings-db next record
                 at end
                   move 1 to tally-eof
                 not at end
                   move setting-record to image-setting-record
                   write image-setting-record
                     invalid key
                       move 0 to merge-ok
                   end-write
               end-read
             end-perform
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           call 'settings-route' using by content 'C' end-call
           close settings-image
           if merge-ok is equal to zero
             move 0 to overall-ok
             display 'backup-data-files: failed to merge '
               rot-live-path ' partitions' end-display
           end-if.

       build-rot-dest-path.
           move spaces to rot-dest-path
           string function trim(backup-dir-path) delimited by size
           move 'sections.dat' to manifest-base-name
           perform write-manifest-line

           call 'settings-route' using by content 'I' end-call
           move zero to tally-count
           move zero to tally-sum
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform tally-settings-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           call 'settings-route' using by content 'C' end-call
           move 'settings.dat' to manifest-base-name
           perform write-manifest-line

           move 'setting-history.dat' to manifest-base-name
           perform write-manifest-line

      *    the point the copies were taken at - the manifest's one
      *    line that is not a file, read by name like the rest.
           move 'journal-position' to manifest-base-name
           move backup-journal-pos to tally-count
           move one-point to tally-sum
           if quiesce-outcome is equal to 'Q'
               and function current-date(1:14) is greater than
                 quiesce-until
             move zero to tally-sum
             move 'warn: quiesce hold lapsed before the copies were '
               to backup-log-line
             move 'done - generation taken partly live'
               to backup-log-line(50:)
             perform append-backup-log
             display 'backup-data-files: the quiesce hold lapsed '
               'before the copies were done (QUIESCEMAXSEC '
               quiesce-max-secs ')' end-display
           end-if
           perform write-manifest-line

           close manifest-file.

      *----------------------------------------------------------------
      * the quiesce handshake with the running listener. no answer
      * at all is a listener that is not up - the files are as quiet
      * as they get, and the journal is counted here. any answer
      * but ok leaves the copies live, said so in backup.log; the
      * backup is taken regardless - a live generation beats none.
      *----------------------------------------------------------------
       quiesce-listener.
           move 'U' to quiesce-outcome
           move zero to one-point
           move zero to quiesce-until
           if config-unix-socket-path is equal to spaces
             move 'warn: no listener socket configured - copies taken '
               to backup-log-line
             move 'live' to backup-log-line(52:)
             perform append-backup-log
             perform count-journal-entries
             move counted-journal-pos to backup-journal-pos
             exit paragraph
           end-if

           move spaces to quiesce-args
           move 'ON  ' to qa-switch
           move config-master-key to qa-admin-key
           if quiesce-key is not equal to spaces
             move quiesce-key to qa-admin-key
           end-if
           move quiesce-max-secs to qa-hold-seconds
           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference quiesce-command
               by reference quiesce-argc
               by reference quiesce-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
             move 'D' to quiesce-outcome
             move 1 to one-point
             perform count-journal-entries
             move counted-journal-pos to backup-journal-pos
             exit paragraph
           end-if
           if sr-rcode is not equal to 'ok'
             move spaces to backup-log-line
             string 'warn: listener answered ' delimited by size
                 sr-rcode delimited by size
                 ' to quiesce - copies taken live' delimited by size
               into backup-log-line
             end-string
             perform append-backup-log
             display 'backup-data-files: listener answered '
               sr-rcode ' to quiesce - copies taken live' end-display
             perform count-journal-entries
             move counted-journal-pos to backup-journal-pos
             exit paragraph
           end-if

           move 'Q' to quiesce-outcome
           move 1 to one-point
           move sr-until to quiesce-until
           move sr-position to backup-journal-pos
           call 'C$SLEEP' using settle-seconds end-call
           perform count-journal-entries
           if counted-journal-pos is greater than backup-journal-pos
             move counted-journal-pos to backup-journal-pos
           end-if
           display 'backup-data-files: listener quiesced at journal '
             'position ' backup-journal-pos ' until ' quiesce-until
             end-display.

       release-listener.
           if quiesce-outcome is not equal to 'Q'
             exit paragraph
           end-if
           move spaces to quiesce-args
           move 'OFF ' to qa-switch
           move config-master-key to qa-admin-key
           if quiesce-key is not equal to spaces
             move quiesce-key to qa-admin-key
           end-if
           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference quiesce-command
               by reference quiesce-argc
               by reference quiesce-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
               or sr-rcode is not equal to 'ok'
             display 'backup-data-files: quiesce release not '
               'confirmed - the hold lapses at ' quiesce-until
               end-display
           end-if.

       count-journal-entries.
           move zero to counted-journal-pos
           move zero to journal-eof
           open input change-journal-file
           perform
             until journal-eof is equal to 1
             read change-journal-file
               at end
                 move 1 to journal-eof
               not at end
                 if jrn-op is equal to 'BASE'
                     and counted-journal-pos is equal to zero
                   move function numval(jrn-value(1:9))
                     to counted-journal-pos
                 else
                   add 1 to counted-journal-pos end-add
                 end-if
             end-read
           end-perform
           close change-journal-file.

       checksum-one-record.
           add 1 to tally-count end-add
           perform
           compute tally-sum = function mod(tally-sum, 1000000000)
           end-compute.

       tally-settings-partition.
           move zero to tally-eof
           perform
             until tally-eof is equal to 1
             read settings-db next record
               at end
                 move 1 to tally-eof
               not at end
                 move spaces to tally-record
                 move setting-record to tally-record
                 move function byte-length(setting-record)
                   to tally-length
                 perform checksum-one-record
             end-read
           end-perform.

       write-manifest-line.
           move tally-count to manifest-count
           move tally-sum to manifest-checksum
