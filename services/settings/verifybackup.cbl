      * mismatch (or an unreadable copy, which is the whole point of
      * the exercise) exits nonzero so the scheduler can flag a bad
      * backup the same night it was taken, not at restore time.
      * a generation that checks clean has a 'verified' line added
      * to its manifest (once - the count the date, the checksum
      * the time it was first proved), which rotates with it: that
      * is how journal-retention.cbl and reseed-standby.cbl tell a
      * proven generation from one merely taken.
      * the file declarations mirror the real record copybooks field
      * for field - the shared SELECTs are welded to the live paths,
      * and a generation file needs its own. any layout change in
           organization is indexed
           access mode is dynamic
           record key is gen-composite-key
           alternate record key is gen-sparam-name
             with duplicates
           file status is gen-status-1.
         select gen-history assign to gen-history-path
           organization is indexed
         02 gen-state picture x(40).
         02 gen-created-on picture 9(8).
         02 gen-last-used-on picture 9(8).
         02 gen-section-checksum picture 9(9).
         02 gen-api-keys
             occurs 1 to 30 times depending on gen-api-keys-count.
           03 gen-api-key picture x(80).
         02 gen-schunk-count picture 9(2).
         02 gen-sexpires-on picture 9(8).
         02 gen-sparam-value picture x(87).
         02 gen-schecksum picture 9(9).
       fd gen-history.
       01 gen-history-record.
         02 gen-history-key.
           03 gen-hist-seq picture 9(4).
         02 gen-hist-changed-on picture 9(8).
         02 gen-hist-old-value picture x(348).
         02 gen-hist-ticket picture x(16).
         02 gen-hist-reason picture x(40).
       fd manifest-file.
       01 manifest-line.
         02 manifest-base-name picture x(24).
           perform check-against-manifest

           if mismatch-count is equal to zero
             perform mark-generation-verified
             display 'verify-backup: generation ' gen-digits
               ' verified clean' end-display
           else
               tally-count ' record(s)' end-display
           end-if.

      *----------------------------------------------------------------
      * the proof filed with the generation itself - read by name
      * like the journal-position line backup-data-files writes.
      *----------------------------------------------------------------
       mark-generation-verified.
           move 'verified' to wanted-base-name
           move zero to manifest-found
           move zero to manifest-eof
           open input manifest-file
           if manifest-status-1 is not equal to '00'
             exit paragraph
           end-if
           perform
             until manifest-eof is equal to 1
               or manifest-found is equal to 1
             read manifest-file
               at end
                 move 1 to manifest-eof
               not at end
                 if manifest-base-name is equal to wanted-base-name
                   move 1 to manifest-found
                 end-if
             end-read
           end-perform
           close manifest-file
           if manifest-found is equal to 1
             exit paragraph
           end-if
           open extend manifest-file
           move spaces to manifest-line
           move wanted-base-name to manifest-base-name
           move function current-date(1:8) to manifest-count
           move function current-date(9:6) to manifest-checksum
           write manifest-line
           close manifest-file.

       end program verify-backup.
