       identification division.
       program-id. unused-param-report.

      * standalone batch job - the monthly unused-param report, the
      * candidate list for depr-param. every param on file is looked
      * up in the read tracking the read commands keep (see
      * paramreadrecord.cpy):
      *   NEVER  no read of it since tracking began (the report's
      *          heading says when that was)
      *   IDLE   last read more than N days ago - its last read day
      *          and lifetime read count shown
      * grouped by owning team, then section. a param's team is its
      * own data-dictionary entry's owning team when one is
      * recorded, else the section's - chargeback.cbl's ladder: the
      * dictionary's owning team on the section's first described
      * param, else the key-owners registry's owner of key slot 1,
      * else UNASSIGNED. a param already marked through depr-param
      * is flagged DEPRECATED on its line rather than left out, so
      * the list also shows which deprecations are ready to finish.
      * values are never printed. N defaults to 90. exit code is the
      * number of candidate params.
      * usage:
      *   unused-param-report [days]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy paramreaddb.
         copy dictionarydb.
         copy keyownerdb.
         copy deprecationdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy paramreadrecord.
         copy dictionaryrecord.
         copy keyownerrecord.
         copy deprecationrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-days picture x(5).
       01 idle-days binary-long unsigned value 90.
       01 today-date picture 9(8).
       01 cutoff-date picture 9(8).
       01 cutoff-int binary-long.
       01 tracking-since picture 9(8) value zero.
       01 tracked-count binary-long unsigned value zero.
       01 walk-done picture 9.
       01 settings-done picture 9.
       01 cur-section picture x(40).
       01 section-team picture x(40).
       01 cur-team picture x(40).
       01 probe-key picture x(80).
       01 params-checked binary-long unsigned value zero.
       01 never-count binary-long unsigned value zero.
       01 idle-count binary-long unsigned value zero.
       01 dropped-count binary-long unsigned value zero.
       01 group-ind binary-long unsigned.
       01 team-ind binary-long unsigned.
       01 row-ind binary-long unsigned.
       01 count-display picture z(8)9.
       01 days-display picture z(4)9.
       77 row-limit binary-long unsigned value 5000.

      *----------------------------------------------------------------
      * one row per candidate param, held until the walk is done so
      * the print can group them by team and section. cd-printed
      * marks a row already printed under its team heading.
      *----------------------------------------------------------------
       01 row-count binary-long unsigned value zero.
       01 candidate-rows.
         02 candidate-row occurs 5000 times.
           03 cd-team picture x(40).
           03 cd-section picture x(40).
           03 cd-param picture x(40).
           03 cd-kind picture x(5).
           03 cd-last-read picture 9(8).
           03 cd-count picture 9(9).
           03 cd-deprecated picture 9.
           03 cd-printed picture 9.

       procedure division.
       start-unused-param-report.
           move spaces to arg-days
           accept arg-days from argument-value
           if arg-days is not equal to spaces
             if function trim(arg-days) is not numeric
               display 'unused-param-report: usage: '
                 'unused-param-report [days]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-days) to idle-days
           end-if
           move function current-date(1:8) to today-date
           compute cutoff-int =
             function integer-of-date(today-date) - idle-days
           end-compute
           move function date-of-integer(cutoff-int) to cutoff-date

           call 'load-data-paths' end-call
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input param-reads-db
           open input dictionary-db
           open input key-owners-db
           open input deprecations-db

           perform find-tracking-start

           move low-values to name
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start sections-db
               key is greater than name
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read sections-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   move name to cur-section
                   move api-key(1) to probe-key
                   perform resolve-section-team
                   perform walk-section-params
                   move cur-section to name
               end-read
             end-if
           end-perform

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close param-reads-db
           close dictionary-db
           close key-owners-db
           close deprecations-db

           perform print-report
           goback.

      *----------------------------------------------------------------
      * the earliest first-read on file stands for when tracking
      * began - NEVER means "not since then", nothing more.
      *----------------------------------------------------------------
       find-tracking-start.
           move low-values to param-read-key
           move zero to settings-done
           start param-reads-db
             key is greater than param-read-key
             invalid key
               move 1 to settings-done
           end-start
           perform
             until settings-done is equal to 1
             read param-reads-db next record
               at end
                 move 1 to settings-done
               not at end
                 add 1 to tracked-count end-add
                 if tracking-since is equal to zero
                     or pread-first-read is less than tracking-since
                   move pread-first-read to tracking-since
                 end-if
             end-read
           end-perform.

      *----------------------------------------------------------------
      * the section's params in key order, continuation chunks
      * skipped (they carry a zero chunk count - settingrecord.cpy).
      *----------------------------------------------------------------
       walk-section-params.
           move cur-section to ssection-name
           move low-values to sparam-name
           move zero to settings-done
           call 'settings-route' using by content 'S' end-call
           start settings-db
             key is greater than composite-key
             invalid key
               move 1 to settings-done
           end-start
           perform
             until settings-done is equal to 1
             read settings-db next record
               at end
                 move 1 to settings-done
               not at end
                 if ssection-name is not equal to cur-section
                   move 1 to settings-done
                 else
                   if schunk-count is greater than zero
                     perform consider-one-param
                   end-if
                 end-if
             end-read
           end-perform.

       consider-one-param.
           add 1 to params-checked end-add
           move ssection-name to pread-section
           move sparam-name to pread-param
           read param-reads-db record
             invalid key
               move zero to pread-last-read
               move zero to pread-count
           end-read
           if pread-count is greater than zero
               and pread-last-read is not less than cutoff-date
             exit paragraph
           end-if
           if row-count is not less than row-limit
             add 1 to dropped-count end-add
             exit paragraph
           end-if

           add 1 to row-count end-add
           move cur-section to cd-section(row-count)
           move sparam-name to cd-param(row-count)
           move pread-last-read to cd-last-read(row-count)
           move pread-count to cd-count(row-count)
           move zero to cd-printed(row-count)
           if pread-count is equal to zero
             move 'NEVER' to cd-kind(row-count)
             add 1 to never-count end-add
           else
             move 'IDLE' to cd-kind(row-count)
             add 1 to idle-count end-add
           end-if

           move section-team to cur-team
           move cur-section to dict-section
           move sparam-name to dict-param
           read dictionary-db record
             invalid key
               continue
             not invalid key
               if dict-owner-team is not equal to spaces
                 move dict-owner-team to cur-team
               end-if
           end-read
           move cur-team to cd-team(row-count)

           move zero to cd-deprecated(row-count)
           move cur-section to dep-section
           move sparam-name to dep-param
           read deprecations-db record
             invalid key
               continue
             not invalid key
               move 1 to cd-deprecated(row-count)
           end-read.

      *----------------------------------------------------------------
      * the section's owning team, chargeback.cbl's ladder: the
      * dictionary's owning team on the section's first described
      * param, else the key-owners registry's owner for slot 1,
      * else UNASSIGNED.
      *----------------------------------------------------------------
       resolve-section-team.
           move 'UNASSIGNED' to section-team
           move cur-section to dict-section
           move low-values to dict-param
           start dictionary-db
             key is greater than dictionary-key
             invalid key
               continue
             not invalid key
               read dictionary-db next record
                 at end
                   continue
                 not at end
                   if dict-section is equal to cur-section
                       and dict-owner-team is not equal to spaces
                     move dict-owner-team to section-team
                   end-if
               end-read
           end-start
           if section-team is not equal to 'UNASSIGNED'
             exit paragraph
           end-if
           call 'hash-api-key' using
             by reference probe-key
             by reference ko-fingerprint
           end-call
           move cur-section to ko-section
           read key-owners-db record
             invalid key
               continue
             not invalid key
               if ko-owner is not equal to spaces
                 move ko-owner to section-team
               end-if
           end-read.

      *----------------------------------------------------------------
      * rows are in section/param order; the print regroups them. a
      * team heading prints at the first unprinted row carrying it,
      * a section heading at the first of that team's rows in it.
      *----------------------------------------------------------------
       print-report.
           move idle-days to days-display
           display '=== unused params ' today-date ' - not read in '
             function trim(days-display) ' days ===' end-display
           if tracking-since is equal to zero
             display '(no reads tracked yet - every param shows '
               'as NEVER)' end-display
           else
             display '(reads tracked since ' tracking-since ', '
               tracked-count ' param(s) read at least once)'
               end-display
           end-if
           perform
             varying group-ind from 1 by 1
               until group-ind is greater than row-count
             if cd-printed(group-ind) is equal to zero
               display 'team ' function trim(cd-team(group-ind))
                 end-display
               perform print-team-group
             end-if
           end-perform

           if dropped-count is greater than zero
             display '  (' dropped-count ' candidate(s) past the '
               row-limit '-row table were not listed)' end-display
           end-if
           display 'unused-param-report: ' params-checked
             ' param(s) checked, ' never-count ' never read, '
             idle-count ' idle' end-display
           compute return-code = never-count + idle-count
           end-compute.

       print-team-group.
           perform
             varying team-ind from group-ind by 1
               until team-ind is greater than row-count
             if cd-printed(team-ind) is equal to zero
                 and cd-team(team-ind) is equal to cd-team(group-ind)
               display '  section ' function trim(cd-section(team-ind))
                 end-display
               perform print-section-group
             end-if
           end-perform.

       print-section-group.
           perform
             varying row-ind from team-ind by 1
               until row-ind is greater than row-count
             if cd-printed(row-ind) is equal to zero
                 and cd-team(row-ind) is equal to cd-team(group-ind)
                 and cd-section(row-ind) is equal to
                   cd-section(team-ind)
               perform print-candidate-row
               move 1 to cd-printed(row-ind)
             end-if
           end-perform.

       print-candidate-row.
           if cd-kind(row-ind) is equal to 'NEVER'
             display '    NEVER ' function trim(cd-param(row-ind))
               with no advancing end-display
           else
             move cd-count(row-ind) to count-display
             display '    IDLE  ' function trim(cd-param(row-ind))
               ' last=' cd-last-read(row-ind)
               ' reads=' function trim(count-display)
               with no advancing end-display
           end-if
           if cd-deprecated(row-ind) is equal to 1
             display ' DEPRECATED' end-display
           else
             display ' ' end-display
           end-if.

       end program unused-param-report.
