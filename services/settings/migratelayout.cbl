      * adding a layout change means: bump the constant in
      * layoutversions.cpy, add the version hop's in-place rewrite
      * to the file's upgrade paragraph below, and teach the
      * straddling readers the new shape.
      * the 1 -> 2 hop (both files) added the per-record checksum
      * ahead of the sections api-keys table and after the settings
      * value, which moves bytes under every reader - there is no
      * window for it (see the -oldest constants), so that hop is a
      * rebuild rather than an in-place rewrite: every record is
      * read through a connector describing the old shape, stamped,
      * and written in the new shape to a '.new' file, which is then
      * swapped in over the live name exactly the way reorg-files
      * does, the old file kept beside it as '.v1'. like reorg-files
      * it runs with the listener DOWN. a backup generation taken
      * before the hop is still in the old shape - take a fresh one
      * once it has run.
      * the settings 2 -> 3 hop added the alternate key on
      * sparam-name: the records are copied as they stand into a
      * file built with the new key, the same rebuild-and-swap
      * (the old file kept as '.v2').
      * the setting-history 1 -> 2 hop appended the change ticket
      * and reason (changeticket.cpy) - nothing under a reader
      * moves, but the indexed record grows, so it is the same
      * rebuild-and-swap, the new fields blank: history made before
      * tickets were kept was made under none.
      * usage:
      *   migrate-layout

           organization is line sequential
           file status is registry-status-1.

         select legacy-sections-db assign to live-file-path
           organization is indexed
           access mode is dynamic
           record key is legacy-name
           file status is legacy-status-1.

         select legacy-settings-db assign to live-file-path
           organization is indexed
           access mode is dynamic
           record key is legacy-composite-key
           file status is legacy-status-1.

         select legacy-history-db assign to live-file-path
           organization is indexed
           access mode is dynamic
           record key is legacy-history-key
           file status is legacy-status-1.

         select upgraded-sections-db assign to new-file-path
           organization is indexed
           access mode is dynamic
           record key is up-name
           file status is new-status-1.

         select upgraded-settings-db assign to new-file-path
           organization is indexed
           access mode is dynamic
           record key is up-composite-key
           file status is new-status-1.

         select plain-settings-db assign to live-file-path
           organization is indexed
           access mode is dynamic
           record key is plain-composite-key
           file status is legacy-status-1.

         select keyed-settings-db assign to new-file-path
           organization is indexed
           access mode is dynamic
           record key is keyed-composite-key
           alternate record key is keyed-sparam-name
             with duplicates
           file status is new-status-1.

         select upgraded-history-db assign to new-file-path
           organization is indexed
           access mode is dynamic
           record key is up-history-key
           file status is new-status-1.

       data division.
       file section.
       fd registry-file.
         02 filler picture x.
         02 reg-stamped-on picture 9(8).

      *----------------------------------------------------------------
      * layout 1, as the files stood before the checksum.
      *----------------------------------------------------------------
       fd legacy-sections-db.
       01 legacy-ssection.
         02 legacy-name picture x(40).
         02 legacy-api-keys-count picture 99.
         02 legacy-state picture x(40).
         02 legacy-created-on picture 9(8).
         02 legacy-last-used-on picture 9(8).
         02 legacy-api-keys
             occurs 1 to 30 times depending on legacy-api-keys-count.
           03 legacy-api-key picture x(80).
           03 legacy-api-key-added-on picture 9(8).
           03 legacy-api-key-scope picture x.

       fd legacy-settings-db.
       01 legacy-setting-record.
         02 legacy-composite-key.
           03 legacy-ssection-name picture x(40).
           03 legacy-sparam-name picture x(40).
         02 legacy-schunk-count picture 9(2).
         02 legacy-sexpires-on picture 9(8).
         02 legacy-sparam-value picture x(87).

       fd legacy-history-db.
       01 legacy-history-record.
         02 legacy-history-key.
           03 legacy-hist-section-name picture x(40).
           03 legacy-hist-param-name picture x(40).
           03 legacy-hist-seq picture 9(4).
         02 legacy-hist-changed-on picture 9(8).
         02 legacy-hist-old-value picture x(348).

      *----------------------------------------------------------------
      * layout 2 - field for field sectionrecord.cpy and
      * settingrecord.cpy, renamed the way reorg-files mirrors them.
      *----------------------------------------------------------------
       fd upgraded-sections-db.
       01 up-ssection.
         02 up-name picture x(40).
         02 up-api-keys-count picture 99.
         02 up-state picture x(40).
         02 up-created-on picture 9(8).
         02 up-last-used-on picture 9(8).
         02 up-section-checksum picture 9(9).
         02 up-api-keys
             occurs 1 to 30 times depending on up-api-keys-count.
           03 up-api-key picture x(80).
           03 up-api-key-added-on picture 9(8).
           03 up-api-key-scope picture x.

       fd upgraded-settings-db.
       01 up-setting-record.
         02 up-composite-key.
           03 up-ssection-name picture x(40).
           03 up-sparam-name picture x(40).
         02 up-schunk-count picture 9(2).
         02 up-sexpires-on picture 9(8).
         02 up-sparam-value picture x(87).
         02 up-schecksum picture 9(9).

      *----------------------------------------------------------------
      * settings layout 2 as it stood before the sparam-name
      * alternate key, and layout 3 - settingdb.cpy's keys over
      * the same record.
      *----------------------------------------------------------------
       fd plain-settings-db.
       01 plain-setting-record.
         02 plain-composite-key.
           03 plain-ssection-name picture x(40).
           03 plain-sparam-name picture x(40).
         02 plain-schunk-count picture 9(2).
         02 plain-sexpires-on picture 9(8).
         02 plain-sparam-value picture x(87).
         02 plain-schecksum picture 9(9).

       fd keyed-settings-db.
       01 keyed-setting-record.
         02 keyed-composite-key.
           03 keyed-ssection-name picture x(40).
           03 keyed-sparam-name picture x(40).
         02 keyed-schunk-count picture 9(2).
         02 keyed-sexpires-on picture 9(8).
         02 keyed-sparam-value picture x(87).
         02 keyed-schecksum picture 9(9).

      *----------------------------------------------------------------
      * setting-history layout 2 - settinghistoryrecord.cpy.
      *----------------------------------------------------------------
       fd upgraded-history-db.
       01 up-history-record.
         02 up-history-key.
           03 up-hist-section-name picture x(40).
           03 up-hist-param-name picture x(40).
           03 up-hist-seq picture 9(4).
         02 up-hist-changed-on picture 9(8).
         02 up-hist-old-value picture x(348).
         02 up-hist-ticket picture x(16).
         02 up-hist-reason picture x(40).

       working-storage section.
         copy serverconfig.
         copy settingsroute.
         copy layoutversions.
       01 registry-status-1 picture xx.
       01 at-eof picture 9.
       01 sections-version binary-long unsigned value zero.
       01 settings-version binary-long unsigned value zero.
       01 history-version binary-long unsigned value zero.
       01 step-version binary-long unsigned.
       01 migrated-count binary-long unsigned value zero.
       01 failed-count binary-long unsigned value zero.
       01 legacy-status-1 picture xx.
       01 new-status-1 picture xx.
       01 live-file-path picture x(255).
       01 new-file-path picture x(255).
       01 old-file-path picture x(255).
       01 rebuild-ok picture 9.
       01 rebuild-eof picture 9.
       01 rebuild-count binary-long unsigned.
       01 migrate-part-ind binary-long unsigned.
       01 migrate-part-rows binary-long unsigned.
       01 old-layout-tag picture 9.
       01 key-ind picture 99.
       01 probe-info picture x(16).
       01 probe-rc binary-long.

       procedure division.
       start-migrate-layout.
               settings-version ' (current)' end-display
           end-if

           if history-version is less than history-layout-current
             perform upgrade-history-file
           else
             display 'migrate-layout: setting-history at layout '
               history-version ' (current)' end-display
           end-if

           perform save-registry

           display 'migrate-layout: ' migrated-count
       load-registry.
           move 1 to sections-version
           move 1 to settings-version
           move 1 to history-version
           open input registry-file
           if registry-status-1 is not equal to '00'
             exit paragraph
                 if reg-stem is equal to 'settings'
                   move reg-version to settings-version
                 end-if
                 if reg-stem is equal to 'setting-history'
                   move reg-version to history-version
                 end-if
             end-read
           end-perform
           close registry-file.
           move ' ' to registry-line(30:1)
           move function current-date(1:8) to reg-stamped-on
           write registry-line
           move spaces to registry-line
           move 'setting-history' to reg-stem
           move ' ' to registry-line(25:1)
           move history-version to reg-version
           move ' ' to registry-line(30:1)
           move function current-date(1:8) to reg-stamped-on
           write registry-line
           close registry-file.

      *----------------------------------------------------------------
                 or equal to sections-layout-current
             compute step-version = sections-version + 1
             end-compute
             if step-version is equal to 2
               move sections-dat-path to live-file-path
               perform build-side-paths
               perform rebuild-sections-v2
               perform swap-in-new-file
               if rebuild-ok is equal to zero
                 exit paragraph
               end-if
               display 'migrate-layout: sections upgraded to layout '
                 step-version ', ' rebuild-count ' record(s) stamped'
                 end-display
               move step-version to sections-version
               add 1 to migrated-count end-add
               exit perform cycle
             end-if
      *----------------------------------------------------------------
      * future layout hops land here as one IF arm per version -
      * see the header notes. a hop the build has no step for
                 or equal to settings-layout-current
             compute step-version = settings-version + 1
             end-compute
             if step-version is equal to 2
      *        a partitioned store (settingsroute.cpy) takes the hop
      *        a partition at a time.
               call 'settings-route' using by content 'L' end-call
               move 1 to rebuild-ok
               move zero to migrate-part-rows
               perform
                 varying migrate-part-ind from 1 by 1
                   until migrate-part-ind is greater than
                       sroute-part-count
                     or rebuild-ok is equal to zero
                 move sroute-part-path(migrate-part-ind)
                   to live-file-path
                 perform build-side-paths
                 perform rebuild-settings-v2
                 perform swap-in-new-file
                 add rebuild-count to migrate-part-rows end-add
               end-perform
               if rebuild-ok is equal to zero
                 exit paragraph
               end-if
               display 'migrate-layout: settings upgraded to layout '
                 step-version ', ' migrate-part-rows
                 ' record(s) stamped' end-display
               move step-version to settings-version
               add 1 to migrated-count end-add
               exit perform cycle
             end-if
             if step-version is equal to 3
               call 'settings-route' using by content 'L' end-call
               move 1 to rebuild-ok
               move zero to migrate-part-rows
               perform
                 varying migrate-part-ind from 1 by 1
                   until migrate-part-ind is greater than
                       sroute-part-count
                     or rebuild-ok is equal to zero
                 move sroute-part-path(migrate-part-ind)
                   to live-file-path
                 perform build-side-paths
                 perform rebuild-settings-v3
                 perform swap-in-new-file
                 add rebuild-count to migrate-part-rows end-add
               end-perform
               if rebuild-ok is equal to zero
                 exit paragraph
               end-if
               display 'migrate-layout: settings upgraded to layout '
                 step-version ', ' migrate-part-rows
                 ' record(s) indexed by param' end-display
               move step-version to settings-version
               add 1 to migrated-count end-add
               exit perform cycle
             end-if
      *----------------------------------------------------------------
      * future layout hops land here as one IF arm per version -
      * see the header notes; the fall-through below is the
             exit paragraph
           end-perform.

       upgrade-history-file.
           perform
             until history-version is greater than
                 or equal to history-layout-current
             compute step-version = history-version + 1
             end-compute
             if step-version is equal to 2
               move setting-history-dat-path to live-file-path
               perform build-side-paths
               perform rebuild-history-v2
               perform swap-in-new-file
               if rebuild-ok is equal to zero
                 exit paragraph
               end-if
               display 'migrate-layout: setting-history upgraded to '
                 'layout ' step-version ', ' rebuild-count
                 ' record(s) carried' end-display
               move step-version to history-version
               add 1 to migrated-count end-add
               exit perform cycle
             end-if
      *----------------------------------------------------------------
      * future layout hops land here as one IF arm per version -
      * see the header notes; the fall-through below is the
      * no-step-known finding.
      *----------------------------------------------------------------
             display 'migrate-layout: no upgrade step for '
               'setting-history layout ' step-version
               ' - build and registry disagree' end-display
             add 1 to failed-count end-add
             exit paragraph
           end-perform.

      *----------------------------------------------------------------
      * the 1 -> 2 rebuilds: every layout-1 record, key order, into
      * the '.new' file in layout 2 with its checksum stamped. a
      * file that is not there at all has nothing to convert - the
      * hop is then just the registry bump.
      *----------------------------------------------------------------
       rebuild-sections-v2.
           move 1 to rebuild-ok
           move zero to rebuild-count
           perform probe-live-file
           if probe-rc is not equal to zero
             exit paragraph
           end-if
           open input legacy-sections-db
           open output upgraded-sections-db
           if legacy-status-1 is not equal to '00'
               or new-status-1 is not equal to '00'
             display 'migrate-layout: cannot open sections for the '
               'rebuild (' legacy-status-1 '/' new-status-1 ')'
               end-display
             move zero to rebuild-ok
           end-if
           move zero to rebuild-eof
           perform
             until rebuild-eof is equal to 1 or rebuild-ok is equal to 0
             read legacy-sections-db next record
               at end
                 move 1 to rebuild-eof
               not at end
                 move legacy-api-keys-count to up-api-keys-count
                 move legacy-name to up-name
                 move legacy-state to up-state
                 move legacy-created-on to up-created-on
                 move legacy-last-used-on to up-last-used-on
                 perform
                   varying key-ind from 1 by 1
                     until key-ind is greater than up-api-keys-count
                   move legacy-api-key(key-ind) to up-api-key(key-ind)
                   move legacy-api-key-added-on(key-ind)
                     to up-api-key-added-on(key-ind)
                   move legacy-api-key-scope(key-ind)
                     to up-api-key-scope(key-ind)
                 end-perform
                 call 'record-checksum' using
                     by content 'S'
                     by content 'C'
                     by reference up-ssection
                 end-call
                 write up-ssection
                   invalid key
                     move zero to rebuild-ok
                 end-write
                 add 1 to rebuild-count end-add
             end-read
           end-perform
           close legacy-sections-db
           close upgraded-sections-db.

       rebuild-settings-v2.
           move 1 to rebuild-ok
           move zero to rebuild-count
           perform probe-live-file
           if probe-rc is not equal to zero
             exit paragraph
           end-if
           open input legacy-settings-db
           open output upgraded-settings-db
           if legacy-status-1 is not equal to '00'
               or new-status-1 is not equal to '00'
             display 'migrate-layout: cannot open settings for the '
               'rebuild (' legacy-status-1 '/' new-status-1 ')'
               end-display
             move zero to rebuild-ok
           end-if
           move zero to rebuild-eof
           perform
             until rebuild-eof is equal to 1 or rebuild-ok is equal to 0
             read legacy-settings-db next record
               at end
                 move 1 to rebuild-eof
               not at end
                 move legacy-composite-key to up-composite-key
                 move legacy-schunk-count to up-schunk-count
                 move legacy-sexpires-on to up-sexpires-on
                 move legacy-sparam-value to up-sparam-value
                 call 'record-checksum' using
                     by content 'S'
                     by content 'P'
                     by reference up-setting-record
                 end-call
                 write up-setting-record
                   invalid key
                     move zero to rebuild-ok
                 end-write
                 add 1 to rebuild-count end-add
             end-read
           end-perform
           close legacy-settings-db
           close upgraded-settings-db.

      *----------------------------------------------------------------
      * settings 2 -> 3: every record as it stands into a '.new'
      * file built with the sparam-name alternate key. the records
      * are not touched, so their checksums carry across.
      *----------------------------------------------------------------
       rebuild-settings-v3.
           move 1 to rebuild-ok
           move zero to rebuild-count
           perform probe-live-file
           if probe-rc is not equal to zero
             exit paragraph
           end-if
           open input plain-settings-db
           open output keyed-settings-db
           if legacy-status-1 is not equal to '00'
               or new-status-1 is not equal to '00'
             display 'migrate-layout: cannot open settings for the '
               'rebuild (' legacy-status-1 '/' new-status-1 ')'
               end-display
             move zero to rebuild-ok
           end-if
           move zero to rebuild-eof
           perform
             until rebuild-eof is equal to 1 or rebuild-ok is equal to 0
             read plain-settings-db next record
               at end
                 move 1 to rebuild-eof
               not at end
                 move plain-setting-record to keyed-setting-record
                 write keyed-setting-record
                   invalid key
                     move zero to rebuild-ok
                 end-write
                 add 1 to rebuild-count end-add
             end-read
           end-perform
           close plain-settings-db
           close keyed-settings-db.

      *----------------------------------------------------------------
      * setting-history 1 -> 2: the same record with the ticket and
      * reason appended blank. history carries no checksum.
      *----------------------------------------------------------------
       rebuild-history-v2.
           move 1 to rebuild-ok
           move zero to rebuild-count
           perform probe-live-file
           if probe-rc is not equal to zero
             exit paragraph
           end-if
           open input legacy-history-db
           open output upgraded-history-db
           if legacy-status-1 is not equal to '00'
               or new-status-1 is not equal to '00'
             display 'migrate-layout: cannot open setting-history '
               'for the rebuild (' legacy-status-1 '/' new-status-1
               ')' end-display
             move zero to rebuild-ok
           end-if
           move zero to rebuild-eof
           perform
             until rebuild-eof is equal to 1 or rebuild-ok is equal to 0
             read legacy-history-db next record
               at end
                 move 1 to rebuild-eof
               not at end
                 move legacy-history-key to up-history-key
                 move legacy-hist-changed-on to up-hist-changed-on
                 move legacy-hist-old-value to up-hist-old-value
                 move spaces to up-hist-ticket
                 move spaces to up-hist-reason
                 write up-history-record
                   invalid key
                     move zero to rebuild-ok
                 end-write
                 add 1 to rebuild-count end-add
             end-read
           end-perform
           close legacy-history-db
           close upgraded-history-db.

       build-side-paths.
           move spaces to new-file-path
           string function trim(live-file-path) delimited by size
               '.new' delimited by size
             into new-file-path
           end-string
           compute old-layout-tag = step-version - 1 end-compute
           move spaces to old-file-path
           string function trim(live-file-path) delimited by size
               '.v' delimited by size
               old-layout-tag delimited by size
             into old-file-path
           end-string
           call 'CBL_DELETE_FILE' using new-file-path end-call.

       probe-live-file.
           call 'CBL_CHECK_FILE_EXIST' using
               live-file-path probe-info
             returning probe-rc
           end-call.

      *----------------------------------------------------------------
      * the reorg-files swap: live becomes '.v1' (or whichever
      * layout it is leaving), '.new' becomes live. a failed
      * rebuild deletes the fragment and leaves the live file - and
      * the registry - exactly as they were.
      *----------------------------------------------------------------
       swap-in-new-file.
           if rebuild-ok is equal to zero
             call 'CBL_DELETE_FILE' using new-file-path end-call
             display 'migrate-layout: rebuild of '
               function trim(live-file-path)
               ' failed - left at layout ' old-layout-tag
               end-display
             add 1 to failed-count end-add
             exit paragraph
           end-if
           if probe-rc is not equal to zero
             exit paragraph
           end-if
           call 'CBL_DELETE_FILE' using old-file-path end-call
           call 'CBL_RENAME_FILE' using
             live-file-path old-file-path
           end-call
           call 'CBL_RENAME_FILE' using
             new-file-path live-file-path
           end-call.

       end program migrate-layout.
