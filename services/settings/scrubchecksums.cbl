       identification division.
       program-id. scrub-checksums.

      * standalone batch job - run outside the socket listener,
      * scheduled nightly after backup-data-files. walks every
      * ssection in sections.dat and every setting-record in
      * settings.dat, recomputes each record's checksum (see
      * record-checksum.cbl) and lists every record whose bytes no
      * longer agree with it. the dirty marker and
      * verify-data-files catch a crash; this catches the record
      * that rotted quietly on disk or was patched by hand. each
      * bad settings row is listed with the section/param it
      * belongs to (a continuation chunk under its base param) and
      * the last known-good value setting-history.dat holds for it
      * - the newest prior value on file, which is what a person
      * re-sets it to after deciding the live bytes are garbage.
      * a sensitive section's history is ciphertext and is not
      * shown. nothing is repaired here: the readers already refuse
      * a bad record ('ck'), and the fix is a deliberate set-param
      * or fix-section. any mismatch also puts an INTEGRITY alert
      * on the bus. exits with the mismatch count for the
      * scheduler. usage:
      *   scrub-checksums

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 checksum-ok picture 9.
       01 walk-done picture 9.
       01 section-count binary-long unsigned value 0.
       01 setting-count binary-long unsigned value 0.
       01 bad-section-count binary-long unsigned value 0.
       01 bad-setting-count binary-long unsigned value 0.
       01 mismatch-count binary-long unsigned value 0.
       01 count-display picture z(8)9.

       01 scrub-section picture x(40).
       01 scrub-param picture x(40).
       01 base-param picture x(40).
       01 tilde-ind binary-long unsigned.
       01 good-found picture 9.
       01 good-changed-on picture 9(8).
       01 good-value picture x(348).
       01 section-is-sensitive picture 9.

       01 alert-class picture x(16) value 'INTEGRITY'.
       01 alert-bus-text picture x(96).
       01 parts-left binary-long unsigned.

       procedure division.
       start-scrub-checksums.
           call 'load-data-paths' end-call

           display 'scrub-checksums: verifying record checksums'
             end-display

           open input sections-db
           perform scrub-sections
           close sections-db

           call 'settings-route' using by content 'I' end-call
           open input setting-history-db
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform scrub-settings
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           call 'settings-route' using by content 'C' end-call
           close setting-history-db

           compute mismatch-count =
             bad-section-count + bad-setting-count
           end-compute
           display 'scrub-checksums: ' section-count ' section(s), '
             bad-section-count ' bad; ' setting-count
             ' settings row(s), ' bad-setting-count ' bad'
             end-display

           if mismatch-count is greater than zero
             move mismatch-count to count-display
             move spaces to alert-bus-text
             string 'checksum scrub found ' delimited by size
                 function trim(count-display) delimited by size
                 ' corrupt record(s) in sections/settings'
                   delimited by size
               into alert-bus-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-bus-text
             end-call
           end-if

           move mismatch-count to return-code
           goback.

       scrub-sections.
           move low-values to name
           perform forever
             start sections-db
               key is greater than name
               invalid key
                 exit paragraph
             end-start

             read sections-db record
               at end exit paragraph
             end-read

             add 1 to section-count end-add
             call 'record-checksum' using
                 by content 'V'
                 by content 'C'
                 by reference ssection
               returning checksum-ok
             end-call
             if checksum-ok is equal to zero
               add 1 to bad-section-count end-add
               display '  BAD SECTION ' function trim(name)
                 ' keys ' api-keys-count ' created ' created-on
                 ' last-used ' last-used-on end-display
             end-if
           end-perform.

      *----------------------------------------------------------------
      * every physical row, chunks included - a rotted continuation
      * chunk spoils the whole logical value just as surely as a
      * rotted primary does.
      *----------------------------------------------------------------
       scrub-settings.
           move low-values to composite-key
           perform forever
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                 exit paragraph
             end-start

             read settings-db record
               at end exit paragraph
             end-read

             add 1 to setting-count end-add
             call 'record-checksum' using
                 by content 'V'
                 by content 'P'
                 by reference setting-record
               returning checksum-ok
             end-call
             if checksum-ok is equal to zero
               add 1 to bad-setting-count end-add
               move ssection-name to scrub-section
               move sparam-name to scrub-param
               perform report-bad-setting
      *        the history probe leaves settings-db's cursor alone,
      *        but the key is put back all the same so the walk
      *        resumes right after this row.
               move scrub-section to ssection-name
               move scrub-param to sparam-name
             end-if
           end-perform.

      *----------------------------------------------------------------
      * history is filed under the logical param, never a chunk key:
      * "<name>~0n" is cut back to "<name>" before the probe.
      *----------------------------------------------------------------
       report-bad-setting.
           move scrub-param to base-param
           move zero to tilde-ind
           inspect scrub-param tallying tilde-ind
             for characters before initial '~'
           if tilde-ind is less than 40
             move spaces to base-param
             if tilde-ind is greater than zero
               move scrub-param(1:tilde-ind) to base-param
             end-if
           end-if

           perform find-last-good-value

           if base-param is equal to scrub-param
             display '  BAD SETTING ' function trim(scrub-section)
               ' ' function trim(scrub-param) end-display
           else
             display '  BAD SETTING ' function trim(scrub-section)
               ' ' function trim(base-param) ' (chunk '
               function trim(scrub-param) ')' end-display
           end-if

           if good-found is equal to zero
             display '      last good: none on file' end-display
             exit paragraph
           end-if
           call 'section-sensitive' using
               by reference scrub-section
             returning section-is-sensitive
           end-call
           if section-is-sensitive is equal to 1
             display '      last good (' good-changed-on
               '): sensitive - not shown' end-display
           else
             display '      last good (' good-changed-on '): '
               function trim(good-value(1:60) trailing) end-display
           end-if.

      *----------------------------------------------------------------
      * hist-seq climbs with every change, so the newest prior value
      * is simply the last history row under the param.
      *----------------------------------------------------------------
       find-last-good-value.
           move zero to good-found
           move zero to good-changed-on
           move spaces to good-value
           move zero to walk-done
           move scrub-section to hist-section-name
           move base-param to hist-param-name
           move zero to hist-seq
           start setting-history-db
             key is not less than history-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read setting-history-db next record
               at end
                 move 1 to walk-done
               not at end
                 if hist-section-name is not equal to scrub-section
                     or hist-param-name is not equal to base-param
                   move 1 to walk-done
                 else
                   move 1 to good-found
                   move hist-changed-on to good-changed-on
                   move hist-old-value to good-value
                 end-if
             end-read
           end-perform.

       end program scrub-checksums.
