       identification division.
       program-id. repartition-settings.

      * standalone batch job - run with the listener DOWN, the same
      * quiet window reorg-files needs (the swap below renames the
      * live partitions out from under anything holding them open).
      * moves the settings store (settingsroute.cpy) from the layout
      * it has to a new partition count: for each new partition a
      * fresh '.new' file is written with every row whose section
      * hashes to it (settings-part-of.cbl), read through the live
      * layout by settings-route.cbl. only once every new file is
      * written, and the rows written add up to the rows read, are
      * the live files renamed aside to '.old' (kept until the next
      * run, as reorg-files keeps its own) and the new ones renamed
      * into place - then settings.dat.parts is written for the new
      * count, or removed when going back to settings.dat alone.
      * a run that fails before the swap leaves the live layout
      * exactly as it was. the count is the argument, or
      * SETTINGSPARTS from settings.cfg when none is given; asking
      * for the count already in place does nothing. refused while
      * any section is under legal hold - the swap drops the last
      * run's '.old' images, as a reorg does.
      * a backup generation is a single image whatever the layout
      * (backup-data-files.cbl), so the generations on hand restore
      * into the new layout as they did into the old.
      * usage:
      *   repartition-settings [partitions]

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy retentiondb.

         select new-settings-db assign to new-file-path
           organization is indexed
           access mode is dynamic
           record key is new-composite-key
           alternate record key is new-sparam-name
             with duplicates
           file status is new-status-1.

         select layout-file assign to sroute-parts-path
           organization is line sequential
           file status is layout-status.

       data division.
       file section.
         copy settingrecord.
         copy retentionrecord.

      *  settingrecord.cpy field for field, the way reorg-files.cbl
      *  mirrors it for its own fresh files.
       fd new-settings-db.
       01 new-setting-record.
         02 new-composite-key.
           03 new-ssection-name picture x(40).
           03 new-sparam-name picture x(40).
         02 new-schunk-count picture 9(2).
         02 new-sexpires-on picture 9(8).
         02 new-sparam-value picture x(87).
         02 new-schecksum picture 9(9).

       fd layout-file.
       01 layout-line picture x(80).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
         01 hold-count binary-long unsigned value zero.
         01 hold-walk-done picture 9.
         01 hold-audit-section picture x(40).
         01 hold-audit-cmd picture x(11) value 'repartition'.
         01 hold-audit-rcode picture x(2) value 'lh'.
       01 new-status-1 picture xx.
       01 layout-status picture xx.
       01 arg-count picture x(8).
       01 target-count binary-long unsigned.
       01 target-ind binary-long unsigned.
       01 target-part binary-long unsigned.
       01 target-suffix picture 99.
       01 target-path picture x(255) occurs 16 times.
       01 live-count binary-long unsigned.
       01 live-ind binary-long unsigned.
       01 live-path picture x(255) occurs 16 times.
       01 home-path picture x(255).
       01 new-file-path picture x(255).
       01 old-file-path picture x(255).
       01 parts-left binary-long unsigned.
       01 at-eof picture 9.
       01 copy-ok picture 9.
       01 pass-rows binary-long unsigned.
       01 read-rows binary-long unsigned.
       01 written-rows binary-long unsigned.
       01 part-rows binary-long unsigned occurs 16 times.
       01 count-display picture z9.

       procedure division.
       start-repartition-settings.
           call 'load-data-paths' end-call
           move spaces to arg-count
           accept arg-count from argument-value
           if arg-count is equal to spaces
             move settings-parts-wanted to target-count
           else
             if function trim(arg-count) is not numeric
               display 'repartition-settings: usage: '
                 'repartition-settings [partitions]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-count) to target-count
           end-if
           if target-count is less than 1
               or target-count is greater than 16
             display 'repartition-settings: partitions must be 1 to '
               '16' end-display
             move 1 to return-code
             goback
           end-if

           perform check-legal-holds
           if hold-count is greater than zero
             display 'repartition-settings: ' hold-count
               ' section(s) under legal hold - the swap discards '
               'the prior file images, so this run is refused '
               'until the hold lifts' end-display
             call 'audit-log' using
               by reference hold-audit-section,
                 hold-audit-cmd, hold-audit-rcode
             end-call
             move 2 to return-code
             goback
           end-if

           call 'settings-route' using by content 'L' end-call
           move sroute-home-path to home-path
           move sroute-part-count to live-count
           perform
             varying live-ind from 1 by 1
               until live-ind is greater than live-count
             move sroute-part-path(live-ind) to live-path(live-ind)
           end-perform
           if target-count is equal to live-count
             move live-count to count-display
             display 'repartition-settings: settings store already '
               'has ' function trim(count-display)
               ' partition(s) - nothing to do' end-display
             move zero to return-code
             goback
           end-if

           perform build-target-paths
           move 1 to copy-ok
           move zero to written-rows
           perform
             varying target-ind from 1 by 1
               until target-ind is greater than target-count
                 or copy-ok is equal to zero
             perform write-one-target
           end-perform

           if copy-ok is equal to 1
               and written-rows is not equal to read-rows
             display 'repartition-settings: ' written-rows
               ' row(s) written against ' read-rows
               ' read' end-display
             move zero to copy-ok
           end-if
           if copy-ok is equal to zero
             perform discard-new-files
             display 'repartition-settings: FAILED - live layout '
               'untouched' end-display
             move 1 to return-code
             goback
           end-if

           perform swap-in-new-layout
           perform
             varying target-ind from 1 by 1
               until target-ind is greater than target-count
             display '  ' function trim(target-path(target-ind))
               ': ' part-rows(target-ind) ' row(s)' end-display
           end-perform
           move live-count to count-display
           display 'repartition-settings: ' read-rows ' row(s) moved '
             'from ' function trim(count-display)
             ' partition(s) to ' with no advancing end-display
           move target-count to count-display
           display function trim(count-display) end-display
           move zero to return-code
           goback.

      *----------------------------------------------------------------
      * the new layout's file names, worked out the way
      * settings-route.cbl works out the live one's: settings.dat
      * itself for one partition, settings.dat.p01 .. beside it for
      * more.
      *----------------------------------------------------------------
       build-target-paths.
           if target-count is equal to 1
             move home-path to target-path(1)
             exit paragraph
           end-if
           perform
             varying target-ind from 1 by 1
               until target-ind is greater than target-count
             move target-ind to target-suffix
             move spaces to target-path(target-ind)
             string function trim(home-path) delimited by size
                 '.p' delimited by size
                 target-suffix delimited by size
               into target-path(target-ind)
             end-string
           end-perform.

      *----------------------------------------------------------------
      * one pass of the whole live store per new partition, keeping
      * the rows that hash to it. read-rows is taken on the first
      * pass; every pass reads the same rows, the listener being
      * down.
      *----------------------------------------------------------------
       write-one-target.
           move spaces to new-file-path
           string function trim(target-path(target-ind))
                 delimited by size
               '.new' delimited by size
             into new-file-path
           end-string
           call 'CBL_DELETE_FILE' using new-file-path end-call
           open output new-settings-db
           if new-status-1 is not equal to '00'
             display 'repartition-settings: cannot create '
               function trim(new-file-path) ' (status '
               new-status-1 ')' end-display
             move zero to copy-ok
             exit paragraph
           end-if

           move zero to pass-rows
           move zero to part-rows(target-ind)
           call 'settings-route' using by content 'I' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
               or copy-ok is equal to zero
             perform copy-live-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           call 'settings-route' using by content 'C' end-call
           close new-settings-db

           if target-ind is equal to 1
             move pass-rows to read-rows
           end-if
           add part-rows(target-ind) to written-rows end-add.

       copy-live-partition.
           move zero to at-eof
           perform
             until at-eof is equal to 1 or copy-ok is equal to zero
             read settings-db next record
               at end
                 move 1 to at-eof
               not at end
                 add 1 to pass-rows end-add
                 call 'settings-part-of' using
                     by reference ssection-name
                     by reference target-count
                   returning target-part
                 end-call
                 if target-part is equal to target-ind
                   move setting-record to new-setting-record
                   write new-setting-record
                     invalid key
                       display 'repartition-settings: cannot write '
                         function trim(ssection-name) ' / '
                         function trim(sparam-name) end-display
                       move zero to copy-ok
                     not invalid key
                       add 1 to part-rows(target-ind) end-add
                   end-write
                 end-if
             end-read
           end-perform.

       discard-new-files.
           perform
             varying target-ind from 1 by 1
               until target-ind is greater than target-count
             move spaces to new-file-path
             string function trim(target-path(target-ind))
                   delimited by size
                 '.new' delimited by size
               into new-file-path
             end-string
             call 'CBL_DELETE_FILE' using new-file-path end-call
           end-perform.

      *----------------------------------------------------------------
      * every live file aside to '.old' first (the new names and the
      * old can overlap - p01 is in both a 2- and a 4-way layout),
      * then every '.new' into place, then the .parts file to match.
      *----------------------------------------------------------------
       swap-in-new-layout.
           perform
             varying live-ind from 1 by 1
               until live-ind is greater than live-count
             move spaces to old-file-path
             string function trim(live-path(live-ind))
                   delimited by size
                 '.old' delimited by size
               into old-file-path
             end-string
             call 'CBL_DELETE_FILE' using old-file-path end-call
             call 'CBL_RENAME_FILE' using
               live-path(live-ind) old-file-path
             end-call
           end-perform

           perform
             varying target-ind from 1 by 1
               until target-ind is greater than target-count
             move spaces to new-file-path
             string function trim(target-path(target-ind))
                   delimited by size
                 '.new' delimited by size
               into new-file-path
             end-string
             call 'CBL_RENAME_FILE' using
               new-file-path target-path(target-ind)
             end-call
           end-perform

           if target-count is equal to 1
             call 'CBL_DELETE_FILE' using sroute-parts-path end-call
           else
             open output layout-file
             move target-count to count-display
             move spaces to layout-line
             string 'PARTS=' delimited by size
                 function trim(count-display) delimited by size
               into layout-line
             end-string
             write layout-line
             close layout-file
           end-if.

      *----------------------------------------------------------------
      * legal holds stop every eraser at once (retentionrecord.cpy),
      * the same walk reorg-files.cbl makes before its swap.
      *----------------------------------------------------------------
       check-legal-holds.
           move zero to hold-count
           open input retention-db
           move low-values to ret-section
           move zero to hold-walk-done
           perform
             until hold-walk-done is equal to 1
             start retention-db
               key is greater than ret-section
               invalid key
                 move 1 to hold-walk-done
             end-start
             if hold-walk-done is equal to zero
               read retention-db next record
                 at end
                   move 1 to hold-walk-done
                 not at end
                   if ret-held
                     add 1 to hold-count end-add
                     move ret-section to hold-audit-section
                   end-if
               end-read
             end-if
           end-perform
           close retention-db.

       end program repartition-settings.
