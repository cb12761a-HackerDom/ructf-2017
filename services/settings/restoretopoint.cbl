      *   restore-to-point <generation> <cutoff-YYYYMMDD> [section|ALL]
      *     first copies sections.dat/settings.dat generation N out of
      *     the backup directory (see backup-data-files.cbl) over the
      *     live pair, then rolls forward/backward from there. a
      *     partitioned settings store (settingsroute.cpy) gets the
      *     generation's single image split back across its
      *     partitions, each row into the one its section hashes to.
      * either way the value each param had at the cutoff is found by
      * the same rule: history records are dated with hist-changed-on,
      * the date the value they hold was REPLACED, so the earliest
         copy quotadb.
         copy sensdb.

         select generation-image assign to copy-src-path
           organization is indexed
           access mode is sequential
           record key is gen-composite-key
           alternate record key is gen-sparam-name
             with duplicates
           file status is gen-status.

       data division.
       file section.
         copy sectionrecord.
         copy quotarecord.
         copy sensrecord.

      *  a settings.dat generation - settingrecord.cpy field for
      *  field, the way reorg-files.cbl mirrors it.
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
         copy encryption.
         01 crypt-direction picture x.
         01 restore-sensitive picture 9.
       01 gen-digits picture 99.
       01 copy-src-path picture x(255).
       01 copy-rc binary-long.
       01 gen-status picture xx.
       01 gen-eof picture 9.
       01 gen-part-ind binary-long unsigned.
       01 gen-rows binary-long unsigned.

       01 walk-done picture 9.
       01 group-section picture x(40).
             ' (filter ' arg-filter ')' end-display

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open input sensitive-db
           perform roll-settings
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close sensitive-db

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
             display 'restore-to-point: cannot load ' copy-src-path
               ' (rc=' copy-rc ')' end-display
             gen-digits ' from ' function trim(backup-dir-path)
             end-display.

      *----------------------------------------------------------------
      * the partitioned store's way of taking a generation: every
      * partition emptied, then each of the image's rows written
      * into the partition its section routes to. copy-rc answers
      * the way CBL_COPY_FILE's would - nonzero when the image will
      * not open.
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
           display 'restore-to-point: ' gen-rows ' settings row(s) '
             'split across ' sroute-part-count ' partition(s)'
             end-display.

      *----------------------------------------------------------------
      * walks setting-history-db end to end in key order (section,
      * param, seq - seq ascending is chronological within a param;
           move spaces to previous-value
           move restore-section to ssection-name
           move restore-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
