       identification division.
       program-id. where-used-report.

      * standalone batch job - the impact statement to attach to a
      * change that renames or removes a param, on one page:
      *   - every side-file definition naming it - views, calcs,
      *     assertions, rules, rollouts, overlays, the dictionary,
      *     deprecations, read aliases and value windows
      *     (where-used-scan.cbl, the same list the where-used
      *     command pages through)
      *   - the sections it is stored in (settings.dat)
      *   - who reads those sections: every key-usage pairing
      *     (keyusagerecord.cpy) on them, with the key's registered
      *     owner where key-owners has one, and each section's
      *     latest traffic counters from the section-stats
      *     snapshots (see section-activity.cbl)
      * key-usage and section-stats record traffic per section, not
      * per param - a reader of the section is a possible reader of
      * the param, which is the question a change review has to
      * ask. without a section the param is looked for across
      * every section. holds 100 sections in scope; exit code is the
      * number of definitions found, so a script can refuse a
      * removal that still has dependents.
      * usage:
      *   where-used-report <param> [<section>]

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy viewsdb.
         copy calcdb.
         copy assertdb.
         copy ruledb.
         copy rolloutdb.
         copy overlaydb.
         copy dictionarydb.
         copy deprecationdb.
         copy paramaliasdb.
         copy valuewindowdb.
         copy keyusagedb.
         copy keyownerdb.

         select optional section-snap-file assign to external
             section-stats-path
           organization is line sequential.

       data division.
       file section.
         copy settingrecord.
         copy viewsrecord.
         copy calcrecord.
         copy assertrecord.
         copy rulerecord.
         copy rolloutrecord.
         copy overlayrecord.
         copy dictionaryrecord.
         copy deprecationrecord.
         copy paramaliasrecord.
         copy valuewindowrecord.
         copy keyusagerecord.
         copy keyownerrecord.

       fd section-snap-file.
       01 section-snap-line.
         02 ssnap-stamp picture x(21).
         02 filler picture x.
         02 ssnap-section picture x(40).
         02 filler picture x.
         02 ssnap-reads picture 9(9).
         02 ssnap-writes picture 9(9).
         02 ssnap-bytes picture 9(9).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy whereused.
       01 arg-param picture x(40).
       01 arg-section picture x(40).
       01 walk-done picture 9.
       01 at-eof picture 9.
       01 row-ind picture 9(3).
       01 reader-count binary-long unsigned value zero.
       01 stored-count binary-long unsigned value zero.
       01 held-section picture x(40).
       01 held-owner picture x(40).

      *----------------------------------------------------------------
      * the sections in scope: where the param is stored or
      * defined, with the latest section-stats counters for each.
      *----------------------------------------------------------------
       01 scope-table.
         02 scope-count picture 9(3) value zero.
         02 scope-rows occurs 100 times.
           03 sc-section picture x(40).
           03 sc-stamp picture x(21).
           03 sc-reads picture 9(9).
           03 sc-writes picture 9(9).
       01 sc-ind picture 9(3).
       01 sc-found picture 9(3).
       01 scope-truncated picture 9 value zero.
       01 parts-left binary-long unsigned.

       procedure division.
       start-where-used-report.
           move spaces to arg-param
           move spaces to arg-section
           accept arg-param from argument-value
           accept arg-section from argument-value
           move function upper-case(arg-section) to arg-section
           if arg-param is equal to spaces
             display 'where-used-report: usage: where-used-report '
               '<param> [<section>]' end-display
             move 1 to return-code
             goback
           end-if

           call 'load-data-paths' end-call

      *    where-used-scan reads through the shared connectors - a
      *    batch run unit opens them itself.
           open input views-db
           open input calcs-db
           open input asserts-db
           open input rules-db
           open input rollouts-db
           open input overlays-db
           open input dictionary-db
           open input deprecations-db
           open input param-aliases-db
           open input value-windows-db
           call 'where-used-scan' using
             by reference arg-section
             by reference arg-param
             by reference where-used-table
           end-call
           close views-db
           close calcs-db
           close asserts-db
           close rules-db
           close rollouts-db
           close overlays-db
           close dictionary-db
           close deprecations-db
           close param-aliases-db
           close value-windows-db

           display '=== where-used: ' function trim(arg-param)
             end-display
           if arg-section is equal to spaces
             display '    in every section' end-display
           else
             display '    in section ' function trim(arg-section)
               end-display
           end-if

           if arg-section is not equal to spaces
             move arg-section to held-section
             perform add-scope-section
           end-if

           display ' ' end-display
           display '--- definitions naming it ---' end-display
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than wu-count
             display '  ' wu-file(row-ind) ' '
               function trim(wu-section(row-ind)) ': '
               function trim(wu-detail(row-ind)) end-display
             move wu-section(row-ind) to held-section
             perform add-scope-section
           end-perform
           if wu-count is equal to zero
             display '  (none)' end-display
           end-if
           if wu-truncated is equal to 1
             display '  (more than 200 - narrow to one section for '
               'the rest)' end-display
           end-if

           display ' ' end-display
           display '--- stored in ---' end-display
           call 'settings-route' using by content 'I' end-call
           perform find-stored-sections
           call 'settings-route' using by content 'C' end-call
           if stored-count is equal to zero
             display '  (no section holds a value for it)'
               end-display
           end-if

           display ' ' end-display
           display '--- readers of those sections ---' end-display
           open input key-usage-db
           open input key-owners-db
           perform list-key-readers
           close key-usage-db
           close key-owners-db
           if reader-count is equal to zero
             display '  (no key-usage on record)' end-display
           end-if
           perform take-section-stats
           perform
             varying sc-ind from 1 by 1
               until sc-ind is greater than scope-count
             if sc-stamp(sc-ind) is not equal to spaces
               display '  traffic ' function trim(sc-section(sc-ind))
                 ' as of ' sc-stamp(sc-ind)(1:14)
                 ': reads ' sc-reads(sc-ind)
                 ' writes ' sc-writes(sc-ind) end-display
             end-if
           end-perform
           if scope-truncated is equal to 1
             display '  (more than 100 sections in scope - readers '
               'listed for the first 100)' end-display
           end-if

           display ' ' end-display
           display 'where-used-report: ' wu-count ' definition(s), '
             stored-count ' section(s) storing it, ' reader-count
             ' key pairing(s) reading them' end-display
           move wu-count to return-code
           goback.

      *----------------------------------------------------------------
      * one section: a direct read of the primary record. every
      * section: the param's range on the sparam-name alternate key
      * (settingdb.cpy), partition by partition - the primary
      * record carries the plain param name, continuation chunks a
      * '~0n' suffix, so a chunked value is counted once.
      *----------------------------------------------------------------
       find-stored-sections.
           if arg-section is not equal to spaces
             move arg-section to ssection-name
             move arg-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit paragraph
             end-read
             perform note-stored-section
             exit paragraph
           end-if
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform walk-stored-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform.

       walk-stored-partition.
           move arg-param to sparam-name
           move zero to walk-done
           start settings-db
             key is equal to sparam-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read settings-db next record
               at end
                 move 1 to walk-done
               not at end
                 if sparam-name is not equal to arg-param
                   move 1 to walk-done
                 else
                   perform note-stored-section
                 end-if
             end-read
           end-perform.

       note-stored-section.
           add 1 to stored-count end-add
           display '  ' function trim(ssection-name) end-display
           move ssection-name to held-section
           perform add-scope-section.

       add-scope-section.
           move zero to sc-found
           perform
             varying sc-ind from 1 by 1
               until sc-ind is greater than scope-count
             if sc-section(sc-ind) is equal to held-section
               move sc-ind to sc-found
             end-if
           end-perform
           if sc-found is greater than zero
             exit paragraph
           end-if
           if scope-count is not less than 100
             move 1 to scope-truncated
             exit paragraph
           end-if
           add 1 to scope-count end-add
           move held-section to sc-section(scope-count)
           move spaces to sc-stamp(scope-count)
           move zero to sc-reads(scope-count)
           move zero to sc-writes(scope-count).

      *----------------------------------------------------------------
      * key-usage is keyed by fingerprint, not section - read
      * through, keeping the pairings on a section in scope.
      *----------------------------------------------------------------
       list-key-readers.
           move low-values to key-usage-key
           move zero to walk-done
           start key-usage-db
             key is greater than key-usage-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-usage-db next record
               at end
                 move 1 to walk-done
               not at end
                 move ku-section to held-section
                 perform find-scope-section
                 if sc-found is greater than zero
                   perform show-key-reader
                 end-if
             end-read
           end-perform.

       show-key-reader.
           add 1 to reader-count end-add
           move spaces to held-owner
           move ku-fingerprint to ko-fingerprint
           move ku-section to ko-section
           read key-owners-db record
             invalid key
               move '(no owner registered)' to held-owner
             not invalid key
               move ko-owner to held-owner
           end-read
           display '  ' function trim(ku-section) ' key '
             ku-fingerprint ' from ' ku-peer-ip
             ' last ' ku-last-seen ' x' ku-count ' '
             function trim(held-owner) end-display.

       find-scope-section.
           move zero to sc-found
           perform
             varying sc-ind from 1 by 1
               until sc-ind is greater than scope-count
                 or sc-found is greater than zero
             if sc-section(sc-ind) is equal to held-section
               move sc-ind to sc-found
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the snapshot counters are cumulative - the last line for a
      * section is its running total since the last restart.
      *----------------------------------------------------------------
       take-section-stats.
           open input section-snap-file
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read section-snap-file
               at end
                 move 1 to at-eof
               not at end
                 move ssnap-section to held-section
                 perform find-scope-section
                 if sc-found is greater than zero
                   move ssnap-stamp to sc-stamp(sc-found)
                   move ssnap-reads to sc-reads(sc-found)
                   move ssnap-writes to sc-writes(sc-found)
                 end-if
             end-read
           end-perform
           close section-snap-file.

       end program where-used-report.
