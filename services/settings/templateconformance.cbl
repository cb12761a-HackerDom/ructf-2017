       identification division.
       program-id. template-conformance.

      * standalone batch job - the nightly template conformance
      * report. every section created from a template (see
      * sectemplaterecord.cpy) is measured against that template as
      * it stands in templates.dat tonight, not as it stood when the
      * section was seeded:
      *   MISSING  a template param the section no longer has (or
      *            has only as an expired value)
      *   EXTRA    a param the section carries that the template
      *            does not
      *   DIFFERS  a param both have, the section's value not the
      *            template's default (or one that fails its
      *            checksum and so cannot be compared)
      * grouped by template, then by owning team - the same ladder
      * chargeback.cbl climbs: the data dictionary's owning team on
      * the section's first described param, else the key-owners
      * registry's owner of key slot 1, else UNASSIGNED. run with a
      * template name straight after changing that template to see
      * which of its sections would now be out of line. values are
      * never printed, only param names - a template can seed a
      * sensitive section. a section that has since been deleted is
      * counted, not listed. exit code is the number of sections
      * out of line.
      * usage:
      *   template-conformance [template-name]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy sensdb.
         copy templatedb.
         copy sectemplatedb.
         copy dictionarydb.
         copy keyownerdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy sensrecord.
         copy templaterecord.
         copy sectemplaterecord.
         copy dictionaryrecord.
         copy keyownerrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-template picture x(40).
       01 walk-done picture 9.
       01 settings-done picture 9.
       01 today-date picture 9(8).
       01 cur-section picture x(40).
       01 cur-template picture x(40).
       01 cur-team picture x(40).
       01 cur-param picture x(40).
       01 cur-kind picture x(7).
       01 probe-key picture x(80).
       01 read-value picture x(348).
       01 read-expires picture 9(8).
       01 read-found picture 9.
       01 sections-checked binary-long unsigned value zero.
       01 sections-gone binary-long unsigned value zero.
       01 sections-out binary-long unsigned value zero.
       01 dropped-count binary-long unsigned value zero.
       01 row-ind binary-long unsigned.
       01 group-ind binary-long unsigned.
       01 team-ind binary-long unsigned.
       01 finding-ind binary-long unsigned.
       01 tp-ind binary-long unsigned.
       01 tp-found binary-long unsigned.
       01 count-display picture z(4)9.
       77 template-limit binary-long unsigned value 300.
       77 row-limit binary-long unsigned value 1000.
       77 finding-limit binary-long unsigned value 5000.

      *----------------------------------------------------------------
      * the template a section is being measured against, loaded
      * once and kept while consecutive sections share it.
      * tp-matched is raised as the section's own params are walked;
      * whatever is left unraised is MISSING.
      *----------------------------------------------------------------
       01 loaded-template picture x(40) value spaces.
       01 tp-count binary-long unsigned value zero.
       01 tp-overflow picture 9 value zero.
       01 template-table.
         02 template-row occurs 300 times.
           03 tp-param picture x(40).
           03 tp-value picture x(348).
           03 tp-matched picture 9.

      *----------------------------------------------------------------
      * one row per section measured and one per finding, held
      * until every section is done so the print can group them.
      * sr-printed marks a section already printed under its
      * template/team heading.
      *----------------------------------------------------------------
       01 row-count binary-long unsigned value zero.
       01 section-rows.
         02 section-row occurs 1000 times.
           03 sr-template picture x(40).
           03 sr-team picture x(40).
           03 sr-section picture x(40).
           03 sr-missing binary-long unsigned.
           03 sr-extra binary-long unsigned.
           03 sr-differs binary-long unsigned.
           03 sr-printed picture 9.
       01 finding-count binary-long unsigned value zero.
       01 findings.
         02 finding-row occurs 5000 times.
           03 fd-row binary-long unsigned.
           03 fd-kind picture x(7).
           03 fd-param picture x(40).

       procedure division.
       start-template-conformance.
           move spaces to arg-template
           accept arg-template from argument-value
           move function upper-case(arg-template) to arg-template
           move function current-date(1:8) to today-date

           call 'load-data-paths' end-call

      *    read-setting-value and section-sensitive read through the
      *    shared connectors - a batch run unit opens them itself.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input sensitive-db
           open input templates-db
           open input section-templates-db
           open input dictionary-db
           open input key-owners-db

           move low-values to stpl-section
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start section-templates-db
               key is greater than stpl-section
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read section-templates-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   move stpl-section to cur-section
                   move stpl-template to cur-template
                   if arg-template is equal to spaces
                       or arg-template is equal to cur-template
                     perform measure-one-section
                   end-if
                   move cur-section to stpl-section
               end-read
             end-if
           end-perform

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close sensitive-db
           close templates-db
           close section-templates-db
           close dictionary-db
           close key-owners-db

           perform print-report
           goback.

      *----------------------------------------------------------------
      * one section: still there, its team, its template loaded, then
      * its params walked against the template's.
      *----------------------------------------------------------------
       measure-one-section.
           move cur-section to name
           read sections-db record
             invalid key
               add 1 to sections-gone end-add
               exit paragraph
           end-read
           move api-key(1) to probe-key
           if row-count is not less than row-limit
             add 1 to dropped-count end-add
             exit paragraph
           end-if
           add 1 to sections-checked end-add
           perform resolve-owning-team
           add 1 to row-count end-add
           move cur-template to sr-template(row-count)
           move cur-team to sr-team(row-count)
           move cur-section to sr-section(row-count)
           move zero to sr-missing(row-count)
           move zero to sr-extra(row-count)
           move zero to sr-differs(row-count)
           move zero to sr-printed(row-count)

           if cur-template is not equal to loaded-template
             perform load-template
           end-if
           perform
             varying tp-ind from 1 by 1
               until tp-ind is greater than tp-count
             move zero to tp-matched(tp-ind)
           end-perform

           perform walk-section-params
           perform
             varying tp-ind from 1 by 1
               until tp-ind is greater than tp-count
             if tp-matched(tp-ind) is equal to zero
               add 1 to sr-missing(row-count) end-add
               move tp-param(tp-ind) to cur-param
               move 'MISSING' to cur-kind
               perform add-finding
             end-if
           end-perform

           if sr-missing(row-count) is greater than zero
               or sr-extra(row-count) is greater than zero
               or sr-differs(row-count) is greater than zero
             add 1 to sections-out end-add
           end-if.

       load-template.
           move cur-template to loaded-template
           move zero to tp-count
           move cur-template to template-name
           move low-values to template-param
           move zero to settings-done
           perform
             until settings-done is equal to 1
             start templates-db
               key is greater than template-key
               invalid key
                 move 1 to settings-done
             end-start
             if settings-done is equal to zero
               read templates-db next record
                 at end
                   move 1 to settings-done
                 not at end
                   if template-name is not equal to cur-template
                     move 1 to settings-done
                   else
                     if tp-count is less than template-limit
                       add 1 to tp-count end-add
                       move template-param to tp-param(tp-count)
                       move template-value to tp-value(tp-count)
                     else
                       move 1 to tp-overflow
                     end-if
                   end-if
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the section's params in key order, continuation chunks
      * skipped (they carry a zero chunk count - settingrecord.cpy).
      * read-setting-value moves the settings-db position, so the
      * walk restarts past the param just measured each time round.
      *----------------------------------------------------------------
       walk-section-params.
           move cur-section to ssection-name
           move low-values to sparam-name
           move zero to settings-done
           perform
             until settings-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to settings-done
             end-start
             if settings-done is equal to zero
               read settings-db next record
                 at end
                   move 1 to settings-done
                 not at end
                   if ssection-name is not equal to cur-section
                     move 1 to settings-done
                   else
                     move sparam-name to cur-param
                     if schunk-count is greater than zero
                       perform measure-one-param
                     end-if
                     move cur-section to ssection-name
                     move cur-param to sparam-name
                   end-if
               end-read
             end-if
           end-perform.

       measure-one-param.
           move zero to tp-found
           perform
             varying tp-ind from 1 by 1
               until tp-ind is greater than tp-count
             if tp-param(tp-ind) is equal to cur-param
               move tp-ind to tp-found
               exit perform
             end-if
           end-perform
           if tp-found is equal to zero
             add 1 to sr-extra(row-count) end-add
             move 'EXTRA' to cur-kind
             perform add-finding
             exit paragraph
           end-if

           call 'read-setting-value' using
             by reference cur-section
             by reference cur-param
             by reference read-value
             by reference read-expires
             returning read-found
           end-call
      *    an expired value is not served, so it stands for nothing -
      *    left unmatched, the param is reported MISSING below.
           if read-found is equal to 1
               and read-expires is not equal to zero
               and read-expires is not greater than today-date
             exit paragraph
           end-if
           move 1 to tp-matched(tp-found)
           if read-found is not equal to 1
               or read-value is not equal to tp-value(tp-found)
             add 1 to sr-differs(row-count) end-add
             move 'DIFFERS' to cur-kind
             perform add-finding
           end-if
           move spaces to read-value.

       add-finding.
           if finding-count is not less than finding-limit
             add 1 to dropped-count end-add
             exit paragraph
           end-if
           add 1 to finding-count end-add
           move row-count to fd-row(finding-count)
           move cur-kind to fd-kind(finding-count)
           move cur-param to fd-param(finding-count).

      *----------------------------------------------------------------
      * the owning team, chargeback.cbl's ladder: the dictionary's
      * owning team on the section's first described param, else
      * the key-owners registry's owner for slot 1, else UNASSIGNED.
      *----------------------------------------------------------------
       resolve-owning-team.
           move 'UNASSIGNED' to cur-team
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
                     move dict-owner-team to cur-team
                   end-if
               end-read
           end-start
           if cur-team is not equal to 'UNASSIGNED'
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
                 move ko-owner to cur-team
               end-if
           end-read.

      *----------------------------------------------------------------
      * rows are in section-name order; the print regroups them. a
      * template heading prints at the first unprinted row carrying
      * it, a team heading at the first of that template's rows
      * carrying the team, and each section under its team.
      *----------------------------------------------------------------
       print-report.
           if arg-template is equal to spaces
             display '=== template conformance ' today-date ' ==='
               end-display
           else
             display '=== template conformance ' today-date ' - '
               function trim(arg-template) ' ===' end-display
           end-if
           perform
             varying group-ind from 1 by 1
               until group-ind is greater than row-count
             if sr-printed(group-ind) is equal to zero
               display 'template ' function trim(sr-template(group-ind))
                 end-display
               perform print-template-group
             end-if
           end-perform

           if tp-overflow is equal to 1
             display '  (a template past ' template-limit
               ' rows was measured on its first rows only)'
               end-display
           end-if
           if dropped-count is greater than zero
             display '  (' dropped-count ' section(s)/finding(s) '
               'past the report tables were not listed)'
               end-display
           end-if
           display 'template-conformance: ' sections-checked
             ' section(s) checked, ' sections-out
             ' out of line, ' sections-gone
             ' recorded section(s) no longer on file' end-display
           move sections-out to return-code.

       print-template-group.
           perform
             varying team-ind from group-ind by 1
               until team-ind is greater than row-count
             if sr-printed(team-ind) is equal to zero
                 and sr-template(team-ind) is equal to
                   sr-template(group-ind)
               display '  team ' function trim(sr-team(team-ind))
                 end-display
               perform print-team-group
             end-if
           end-perform.

       print-team-group.
           perform
             varying row-ind from team-ind by 1
               until row-ind is greater than row-count
             if sr-printed(row-ind) is equal to zero
                 and sr-template(row-ind) is equal to
                   sr-template(group-ind)
                 and sr-team(row-ind) is equal to sr-team(team-ind)
               perform print-section-row
               move 1 to sr-printed(row-ind)
             end-if
           end-perform.

       print-section-row.
           if sr-missing(row-ind) is equal to zero
               and sr-extra(row-ind) is equal to zero
               and sr-differs(row-ind) is equal to zero
             display '    ' function trim(sr-section(row-ind))
               ' conforms' end-display
             exit paragraph
           end-if
           move sr-missing(row-ind) to count-display
           display '    ' function trim(sr-section(row-ind))
             ' missing=' function trim(count-display)
             with no advancing end-display
           move sr-extra(row-ind) to count-display
           display ' extra=' function trim(count-display)
             with no advancing end-display
           move sr-differs(row-ind) to count-display
           display ' differs=' function trim(count-display)
             end-display
           perform
             varying finding-ind from 1 by 1
               until finding-ind is greater than finding-count
             if fd-row(finding-ind) is equal to row-ind
               display '      ' fd-kind(finding-ind) ' '
                 function trim(fd-param(finding-ind)) end-display
             end-if
           end-perform.

       end program template-conformance.
