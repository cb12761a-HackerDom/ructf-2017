           organization is indexed
           access mode is dynamic
           record key is gen-composite-key
           alternate record key is gen-sparam-name
             with duplicates
           file status is gen-status-1.

         select gen-history assign to gen-history-path
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
           03 gen-hist-seq picture 9(4).
         02 gen-hist-changed-on picture 9(8).
         02 gen-hist-old-value picture x(348).
         02 gen-hist-ticket picture x(16).
         02 gen-hist-reason picture x(40).

       fd manifest-file.
       01 manifest-line.
         01 gen-setting-sum picture 9(9).
         01 gen-history-count picture 9(9).
         01 gen-history-sum picture 9(9).
      *  the manifest's lines that are not file tallies - the
      *  journal-position the generation was taken at, the date
      *  verify-backup proved it - carried across the rewrite.
         01 kept-manifest-count binary-long unsigned.
         01 kept-manifest-ind binary-long unsigned.
         01 kept-manifest-lines.
           02 kept-manifest-line picture x(44) occurs 4 times.

       linkage section.
         01 argc binary-long unsigned.
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
      * backup-data-files' manifest arithmetic, re-run over the
      * scrubbed copies, and the generation's manifest rewritten
      * with the new counts - verify-backup must keep vouching for
      * what is actually there now. the lines that are not tallies
      * go back as they were.
      *----------------------------------------------------------------
       rewrite-generation-manifest.
           perform keep-other-manifest-lines
           open input gen-sections
           move zero to tally-count
           move zero to tally-sum
           move ' ' to manifest-line(25:1)
           move ' ' to manifest-line(35:1)
           write manifest-line
           perform
             varying kept-manifest-ind from 1 by 1
               until kept-manifest-ind is greater than
                 kept-manifest-count
             move kept-manifest-line(kept-manifest-ind)
               to manifest-line
             write manifest-line
           end-perform
           close manifest-file
           move spaces to store-label
           string 'manifest.' delimited by size
           end-string
           write report-line.

       keep-other-manifest-lines.
           move zero to kept-manifest-count
           open input manifest-file
           if manifest-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to tally-eof
           perform
             until tally-eof is equal to 1
             read manifest-file
               at end
                 move 1 to tally-eof
               not at end
                 if manifest-base-name is not equal to 'sections.dat'
                     and manifest-base-name is not equal to
                       'settings.dat'
                     and manifest-base-name is not equal to
                       'setting-history.dat'
                     and kept-manifest-count is less than 4
                   add 1 to kept-manifest-count end-add
                   move manifest-line
                     to kept-manifest-line(kept-manifest-count)
                 end-if
             end-read
           end-perform
           close manifest-file.

       checksum-one-record.
           add 1 to tally-count end-add
           perform
