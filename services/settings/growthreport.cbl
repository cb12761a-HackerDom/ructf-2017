      * setting of their own). the previous run's totals are kept in a
      * small history file next to sections.dat/settings.dat, so each
      * run can report the delta since the last one instead of just a
      * point-in-time count. every run also appends its per-section
      * setting counts and chunk bytes, and the sizes of
      * settings.dat, setting-history.dat, the change journal and the
      * outbox, to the capacity history (capacity-history-path) that
      * capacity-forecast.cbl fits its trends to. usage:
      *   growth-report

       environment division.
           organization is line sequential
           file status is history-status-1.

         select optional capacity-file assign to
             capacity-history-path
           organization is line sequential
           file status is capacity-status-1.

       data division.
       file section.
         copy sectionrecord.
         02 hist-apikey-count picture 9(9).
         02 hist-setting-count picture 9(9).

      *  one row per section ('S') and per measured file ('F') per
      *  run. a section row counts logical settings and the whole
      *  87-byte chunks they occupy, as quota-report.cbl does; a file
      *  row carries the file's size in bytes and no count.
       fd capacity-file.
       01 capacity-record.
         02 cap-date picture 9(8).
         02 cap-kind picture x.
         02 cap-name picture x(40).
         02 cap-settings picture 9(9).
         02 cap-bytes picture 9(15).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 port-binary binary-short unsigned.
       01 total-apikey-count binary-long unsigned value 0.
       01 total-setting-count binary-long unsigned value 0.

       77 chunk-width binary-long unsigned value 87.
       01 capacity-status-1 picture xx.
       01 cap-section picture x(40) value spaces.
       01 cap-section-settings binary-long unsigned value 0.
       01 cap-section-bytes binary-long unsigned value 0.
       01 probe-path picture x(255).
       01 store-bytes binary-double unsigned.
       01 store-part-ind binary-long unsigned.
      *  CBL_CHECK_FILE_EXIST's answer area: the size in the first
      *  8 bytes, then the file's date and time fields (unused
      *  here).
       01 file-info.
         02 fi-size binary-double unsigned.
         02 filler picture x(8).
       01 probe-rc binary-long.

       01 section-delta binary-long.
       01 apikey-delta binary-long.
       01 setting-delta binary-long.
       01 current-date-time-fields redefines current-date-time.
         03 cdt-yyyymmdd picture 9(8).
         03 filler picture x(13).
       01 parts-left binary-long unsigned.

       procedure division.
       start-growth-report.

           move function current-date to current-date-time
           move cdt-yyyymmdd to today
           call 'load-data-paths' end-call

           perform load-prior-run

           open extend capacity-file
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           perform count-sections
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform count-settings
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           close sections-db
           call 'settings-route' using by content 'C' end-call
           perform record-file-sizes
           close capacity-file

           perform show-report
           perform save-current-run
       count-settings.
           move low-values to composite-key
           perform forever
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               at end exit paragraph
             end-read

             if ssection-name is not equal to cap-section
               perform write-section-capacity
               move ssection-name to cap-section
             end-if
             if schunk-count is greater than zero
               add 1 to total-setting-count end-add
               add 1 to cap-section-settings end-add
               compute cap-section-bytes =
                 cap-section-bytes + schunk-count * chunk-width
               end-compute
             end-if
           end-perform.

      *----------------------------------------------------------------
      * settings-db is in section order, so a section's tally is
      * complete the moment the walk steps onto the next section (or
      * off the end - record-file-sizes flushes the last one).
      *----------------------------------------------------------------
       write-section-capacity.
           if cap-section is not equal to spaces
             move today to cap-date
             move 'S' to cap-kind
             move cap-section to cap-name
             move cap-section-settings to cap-settings
             move cap-section-bytes to cap-bytes
             write capacity-record
           end-if
           move zero to cap-section-settings
           move zero to cap-section-bytes.

       record-file-sizes.
           perform write-section-capacity
           move spaces to cap-section
           move 'settings.dat' to cap-name
           perform write-settings-capacity
           move 'setting-history.dat' to cap-name
           move setting-history-dat-path to probe-path
           perform write-file-capacity
           move 'change-journal' to cap-name
           move change-journal-path to probe-path
           perform write-file-capacity
           move 'outbox.dat' to cap-name
           move outbox-dat-path to probe-path
           perform write-file-capacity.

      *----------------------------------------------------------------
      * the settings store is one row however many partitions it is
      * split into (settingsroute.cpy) - their sizes summed - so the
      * capacity forecast's history runs on unbroken across a
      * re-partitioning.
      *----------------------------------------------------------------
       write-settings-capacity.
           call 'settings-route' using by content 'L' end-call
           move zero to store-bytes
           perform
             varying store-part-ind from 1 by 1
               until store-part-ind is greater than sroute-part-count
             move zero to fi-size
             call 'CBL_CHECK_FILE_EXIST' using
                 sroute-part-path(store-part-ind) file-info
               returning probe-rc
             end-call
             if probe-rc is equal to zero
               add fi-size to store-bytes end-add
             end-if
           end-perform
           move today to cap-date
           move 'F' to cap-kind
           move zero to cap-settings
           move store-bytes to cap-bytes
           write capacity-record.

       write-file-capacity.
           move zero to fi-size
           call 'CBL_CHECK_FILE_EXIST' using
               probe-path file-info
             returning probe-rc
           end-call
           if probe-rc is not equal to zero
             move zero to fi-size
           end-if
           move today to cap-date
           move 'F' to cap-kind
           move zero to cap-settings
           move fi-size to cap-bytes
           write capacity-record.

       show-report.
           display 'growth-report: ' today end-display
           display '  sections: ' total-section-count end-display
