      * (write), so an import can also be used to refresh a section
      * that already exists in the target environment.
      * the file must come from the CURRENT export-sections: a 'P'
      * line is the raw 186-byte setting-record image, and the
      * record layout has grown over the years (the expiry date sits
      * between the chunk count and the value since the TTL work, a
      * key slot carries its scope byte, both records carry their
      * checksum - re-stamped here as each record lands, so a
      * masked export still imports clean). an export taken before a
      * layout change is NOT replayable - the old bytes would land
      * in the wrong fields, value bytes into the expiry date first
      * of all - so re-export after upgrading, never keep old export
      * files around as backups.
      * a setting row of a locked param, or of a write-once one that
      * already holds a value (paramlockrecord.cpy), is skipped and
      * counted, never overwritten.
      * the import checkpoints as it goes (batch-checkpoint.cbl):
      * a run that dies part way is resumed by running it again over
      * the same file, skipping the lines already applied - the
      * ones since the last checkpoint are applied again, which a
      * rewrite makes harmless. a different file over an unfinished
      * import is refused (exit code 3) unless FRESH is given.
      * usage:
      *   import-sections <export-file-path> [FRESH]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy sectionversiondb.
         copy paramlockdb.

         select import-file assign to import-path
           organization is line sequential.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy sectionversionrecord.
         copy paramlockrecord.

       fd import-file.
       01 import-line.
         02 rec-type picture x.
      *  wide enough for the largest ssection record this can ever
      *  hold - name/api-keys-count/state/created-on/last-used-on/
      *  section-checksum (107 bytes) plus up to 30 api-key entries
      *  at 89 bytes each (key, added-on date and scope -
      *  sectionrecord.cpy), 2777 in all - not just the widest
      *  setting-record, which needs far less of it.
         02 rec-body picture x(2777).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
      *  the write bracket the run is held in (section-version.cbl
      *  'O'/'K') - get-multi builds no snapshot across it.
         01 bracket-section picture x(40) value spaces.
         01 bracket-count picture 9(12).
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 version-status-1 picture xx.
         01 version-status-2 picture xx.
       01 port-binary binary-short unsigned.
       01 config-bind-address picture x(64).
       01 config-data-dir picture x(128).
       01 instance-suffix picture x(17).

       01 import-path picture x(255).
       01 bumped-section picture x(40) value spaces.
       01 at-end-of-file picture 9 value 0.
       01 section-count binary-long unsigned value 0.
       01 setting-count binary-long unsigned value 0.
       01 arg-fresh picture x(8).
       01 lines-read binary-long unsigned value 0.
       01 locked-count binary-long unsigned value 0.
       01 lock-status picture 9.
       01 base-param picture x(40).
      *  write-once params given their first value by this run - the
      *  continuation chunks and list elements that follow a primary
      *  belong to the same first write.
       01 once-count binary-long unsigned value 0.
       01 once-table.
         02 once-entry occurs 200 times.
           03 once-section picture x(40).
           03 once-param picture x(40).
       01 once-ind binary-long unsigned.
       01 once-found picture 9.
         copy checkpointarea.

       procedure division.
       start-import-sections.
           move spaces to import-path
           accept import-path from argument-value
           move spaces to arg-fresh
           accept arg-fresh from argument-value

           call 'read-config' using
             by reference port-binary
               '.dat' delimited by size
             into settings-dat-path
           end-string
           move spaces to section-versions-dat-path
           string trimmed-data-dir delimited by space
               '/' delimited by size
               'section-versions' delimited by size
               function trim(instance-suffix) delimited by size
               '.dat' delimited by size
             into section-versions-dat-path
           end-string
           move spaces to checkpoints-dat-path
           string trimmed-data-dir delimited by space
               '/' delimited by size
               'checkpoints' delimited by size
               function trim(instance-suffix) delimited by size
               '.dat' delimited by size
             into checkpoints-dat-path
           end-string
           move spaces to param-locks-path
           string trimmed-data-dir delimited by space
               '/' delimited by size
               'param-locks' delimited by size
               function trim(instance-suffix) delimited by size
               '.dat' delimited by size
             into param-locks-path
           end-string

      *----------------------------------------------------------------
      * checkpoint counts: 1 sections, 2 settings; ck-position is
      * the import-file lines applied.
      *----------------------------------------------------------------
           move 'import-sections' to ck-job
           move import-path to ck-input
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

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o section-versions-db
           open input param-locks-db
           open input import-file
           call 'section-version' using
             by content 'O'
             by reference bracket-section
             by reference bracket-count
           end-call

           if ck-resumed is equal to 1
             move ck-counts(1) to section-count
             move ck-counts(2) to setting-count
             perform skip-applied-line
               until lines-read is not less than ck-position
                 or at-end-of-file is equal to 1
           end-if

           perform read-and-apply-line
             until at-end-of-file is equal to 1

           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close section-versions-db
           close param-locks-db
           close import-file

           perform note-progress
           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           display 'import-sections: loaded ' section-count
             ' section(s), ' setting-count ' setting(s)' end-display
           if locked-count is greater than zero
             display 'import-sections: skipped ' locked-count
               ' setting row(s) of locked or write-once params'
               end-display
           end-if
           goback.

       skip-applied-line.
           read import-file
             at end move 1 to at-end-of-file
             not at end add 1 to lines-read end-add
           end-read.

       read-and-apply-line.
           read import-file
             at end move 1 to at-end-of-file
             not at end
               perform apply-line
               add 1 to lines-read end-add
               move spaces to ck-last-key
               if rec-type is equal to 'P'
                 move rec-body(1:80) to ck-last-key
               else
                 move rec-body(1:40) to ck-last-key
               end-if
               perform note-progress
               call 'batch-checkpoint' using
                   by content 'K'
                   by reference checkpoint-area
                 returning checkpoint-answer
               end-call
           end-read.

       note-progress.
           move lines-read to ck-position
           move section-count to ck-counts(1)
           move setting-count to ck-counts(2).

       apply-line.
           evaluate rec-type
             when 'S'
               move rec-body to ssection
               call 'record-checksum' using
                   by content 'S'
                   by content 'C'
                   by reference ssection
               end-call
               rewrite ssection
                 invalid key
                   write ssection
               end-rewrite
               add 1 to section-count end-add
               move name to bumped-section
               call 'cache-invalidate' using
                 by reference bumped-section
               end-call
             when 'P'
               move rec-body(1:186) to setting-record
               perform check-import-lock
               if lock-status is not equal to zero
                 add 1 to locked-count end-add
                 display 'import-sections: skipping '
                   function trim(ssection-name) ' '
                   function trim(sparam-name) ' - param is locked'
                   ' or write-once' end-display
                 exit paragraph
               end-if
               call 'record-checksum' using
                   by content 'S'
                   by content 'P'
                   by reference setting-record
               end-call
               call 'settings-route' using by content 'S' end-call
               rewrite setting-record
                 invalid key
                   write setting-record
               end-rewrite
               add 1 to setting-count end-add
      *        one bump per section's run of rows, not per row - the
      *        export writes a section's settings together.
               if ssection-name is not equal to bumped-section
                 move ssection-name to bumped-section
                 call 'cache-invalidate' using
                   by reference bumped-section
                 end-call
               end-if
             when other
               display 'import-sections: skipping unknown record type '
                 rec-type end-display
           end-evaluate.

      *----------------------------------------------------------------
      * a row of a locked param, or of a write-once one that already
      * holds a value, is skipped - see check-param-lock.cbl. the
      * mark is on the param's own name, so a continuation chunk
      * ('~0n') or list element ('~Lnnn') is judged by the name
      * ahead of its '~', and rides on the first write its primary
      * was allowed here.
      *----------------------------------------------------------------
       check-import-lock.
           move spaces to base-param
           unstring sparam-name delimited by '~'
             into base-param
           end-unstring
           call 'check-param-lock' using
               by reference ssection-name
               by reference base-param
             returning lock-status
           end-call
           if lock-status is equal to zero
             perform note-first-write
             exit paragraph
           end-if
           if lock-status is not equal to 2
             exit paragraph
           end-if
           move zero to once-found
           perform
             varying once-ind from 1 by 1
               until once-ind is greater than once-count
                 or once-found is equal to 1
             if once-section(once-ind) is equal to ssection-name
                 and once-param(once-ind) is equal to base-param
               move 1 to once-found
             end-if
           end-perform
           if once-found is equal to 1
             move zero to lock-status
           end-if.

      *  an unset write-once param's primary, about to land.
       note-first-write.
           if base-param is not equal to sparam-name
             exit paragraph
           end-if
           move ssection-name to plk-section
           move base-param to plk-param
           read param-locks-db record
             invalid key
               exit paragraph
           end-read
           if plk-write-once and once-count is less than 200
             add 1 to once-count end-add
             move ssection-name to once-section(once-count)
             move base-param to once-param(once-count)
           end-if.

       end program import-sections.
