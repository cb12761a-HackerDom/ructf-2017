       identification division.
       program-id. since-deploy.

      * standalone batch job - run on demand when an incident opens.
      * takes an application and lists every config change made to
      * the sections it reads since its last deploy on the
      * deployment marker ledger (deploymarkrecord.cpy, kept by
      * deploy-mark) - the other half of "config change or code
      * deploy?". three parts:
      *   DEPLOY   the last marker: version, host group, when, and
      *            per section its change counter then and now
      *            (section-version.cbl) - a counter that has not
      *            moved is a section nobody has touched since
      *   CHANGES  every value-changing command that landed on one
      *            of those sections after the deploy, off audit.log
      *            - change-notices' list of commands and its reading
      *            of the line, ticket and reason tags included
      *   VALUES   every param whose value was displaced since, off
      *            setting-history.dat - dated by day only, so those
      *            of the deploy day itself are marked: they may
      *            have gone in before it
      * a host group narrows "last deploy" to the last one to that
      * group. holds 2000 change lines. exit code is the number of
      * changes listed; 1 with nothing listed when the application
      * has no marker. usage:
      *   since-deploy <application> [host-group]

       environment division.
       input-output section.
       file-control.
         copy settinghistorydb.
         copy deploymarkdb.

         select optional audit-file assign to external
             audit-log-path
           organization is line sequential
           file status is audit-status-1.

       data division.
       file section.
         copy settinghistoryrecord.
         copy deploymarkrecord.

       fd audit-file.
       01 audit-line picture x(340).

       working-storage section.
         copy serverconfig.
       01 audit-status-1 picture xx.
       01 arg-application picture x(40).
       01 arg-host-group picture x(24).
       01 walk-done picture 9.
       01 mark-found picture 9.
       01 ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 section-ind picture 99.
       01 scan-ptr binary-long unsigned.
       01 line-command picture x(11).
       01 line-section picture x(40).
       01 line-rcode picture x(2).
       01 line-stamp picture 9(14).
       01 version-now picture 9(12).
       01 version-then-display picture z(11)9.
       01 version-now-display picture z(11)9.
       01 count-display picture z(8)9.
       01 day-mark picture x(13).

      *----------------------------------------------------------------
      * the last deploy, held while the ledger is put away.
      *----------------------------------------------------------------
       01 last-mark.
         02 lm-deployed-at picture 9(14).
         02 lm-host-group picture x(24).
         02 lm-version picture x(24).
         02 lm-section-count picture 99.
         02 lm-sections occurs 10 times.
           03 lm-section picture x(40).
           03 lm-section-version picture 9(12).
       01 deploy-date picture 9(8).

      *----------------------------------------------------------------
      * value-changing commands - change-notices.cbl's list.
      *----------------------------------------------------------------
       01 change-command-list.
         02 filler picture x(11) value 'set-param  '.
         02 filler picture x(11) value 'fix-section'.
         02 filler picture x(11) value 'del-section'.
         02 filler picture x(11) value 'clone-sect '.
         02 filler picture x(11) value 'txn-update '.
         02 filler picture x(11) value 'roll-param '.
         02 filler picture x(11) value 'roll-state '.
         02 filler picture x(11) value 'incr-param '.
         02 filler picture x(11) value 'archive-sec'.
         02 filler picture x(11) value 'restore-sec'.
         02 filler picture x(11) value 'purge-sect '.
         02 filler picture x(11) value 'approve-chg'.
         02 filler picture x(11) value 'changeset  '.
         02 filler picture x(11) value 'rollout    '.
         02 filler picture x(11) value 'set-overlay'.
         02 filler picture x(11) value 'define-calc'.
         02 filler picture x(11) value 'rename-parm'.
         02 filler picture x(11) value 'window-parm'.
         02 filler picture x(11) value 'release    '.
       01 change-commands redefines change-command-list.
         02 change-command picture x(11) occurs 19 times.

       01 change-count binary-long unsigned value zero.
       01 value-count binary-long unsigned value zero.
       77 change-limit binary-long unsigned value 2000.

       procedure division.
       start-since-deploy.
           move spaces to arg-application
           move spaces to arg-host-group
           accept arg-application from argument-value
           accept arg-host-group from argument-value
           if arg-application is equal to spaces
             display 'since-deploy: usage: since-deploy '
               '<application> [host-group]' end-display
             move 1 to return-code
             goback
           end-if
           move function upper-case(arg-application)
             to arg-application

           call 'load-data-paths' end-call

           open input deploy-marks-db
           perform find-last-mark
           close deploy-marks-db
           if mark-found is equal to zero
             display 'since-deploy: no deploy of '
               function trim(arg-application) ' on the ledger'
               end-display
             move 1 to return-code
             goback
           end-if
           move lm-deployed-at(1:8) to deploy-date

           display '=== config changes since the last deploy of '
             function trim(arg-application) ' ===' end-display
           display ' ' end-display
           display 'DEPLOY' end-display
           display '  version ' function trim(lm-version) ' to '
             function trim(lm-host-group) ' at ' lm-deployed-at
             end-display
           perform
             varying section-ind from 1 by 1
               until section-ind is greater than lm-section-count
             perform show-section-counter
           end-perform

           display ' ' end-display
           display 'CHANGES' end-display
           perform gather-audit-changes
           if change-count is equal to zero
             display '  none' end-display
           end-if

           display ' ' end-display
           display 'VALUES' end-display
           open input setting-history-db
           perform
             varying section-ind from 1 by 1
               until section-ind is greater than lm-section-count
             perform list-displaced-values
           end-perform
           close setting-history-db
           if value-count is equal to zero
             display '  none' end-display
           end-if

           display ' ' end-display
           move change-count to count-display
           display 'since-deploy: ' function trim(count-display)
             ' change(s) since ' lm-deployed-at end-display
           move value-count to count-display
           display 'since-deploy: ' function trim(count-display)
             ' value(s) displaced' end-display
           if change-count is not less than change-limit
             display 'since-deploy: the list stops at '
               change-limit ' changes' end-display
           end-if
           move change-count to return-code
           goback.

      *----------------------------------------------------------------
      * the ledger keeps an application's deploys in time order, so
      * the last one read for it - to the host group, if one was
      * named - is the last deploy.
      *----------------------------------------------------------------
       find-last-mark.
           move zero to mark-found
           move arg-application to dm-application
           move zero to dm-deployed-at
           move low-values to dm-host-group
           move zero to walk-done
           start deploy-marks-db
             key is greater than dm-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read deploy-marks-db next record
               at end
                 move 1 to walk-done
               not at end
                 if dm-application is not equal to arg-application
                   move 1 to walk-done
                 else
                   if arg-host-group is equal to spaces
                       or dm-host-group is equal to arg-host-group
                     perform keep-mark
                   end-if
                 end-if
             end-read
           end-perform.

       keep-mark.
           move 1 to mark-found
           move dm-deployed-at to lm-deployed-at
           move dm-host-group to lm-host-group
           move dm-version to lm-version
           move dm-section-count to lm-section-count
           perform
             varying section-ind from 1 by 1
               until section-ind is greater than 10
             move dm-section(section-ind) to lm-section(section-ind)
             move dm-section-version(section-ind)
               to lm-section-version(section-ind)
           end-perform.

       show-section-counter.
           call 'section-version' using
             by content 'R'
             by reference lm-section(section-ind)
             by reference version-now
           end-call
           move lm-section-version(section-ind) to version-then-display
           move version-now to version-now-display
           if version-now is equal to lm-section-version(section-ind)
             display '  ' lm-section(section-ind) ' change '
               function trim(version-then-display) ' - unchanged'
               end-display
           else
             display '  ' lm-section(section-ind) ' change '
               function trim(version-then-display) ', now '
               function trim(version-now-display) end-display
           end-if.

       gather-audit-changes.
           open input audit-file
           if audit-status-1 is not equal to '00'
               and audit-status-1 is not equal to '05'
             exit paragraph
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             read audit-file
               at end
                 move 1 to walk-done
               not at end
                 if audit-line(1:14) is numeric
                   move audit-line(1:14) to line-stamp
                   if line-stamp is greater than lm-deployed-at
                     perform consider-audit-line
                   end-if
                 end-if
             end-read
           end-perform
           close audit-file.

      *----------------------------------------------------------------
      * the line as audit-log lays it down: timestamp(21) sp
      * command(11) sp section sp rcode, then the optional tags.
      *----------------------------------------------------------------
       consider-audit-line.
           move audit-line(23:11) to line-command
           move zero to found-ind
           perform
             varying ind from 1 by 1
               until ind is greater than 19
             if change-command(ind) is equal to line-command
               move ind to found-ind
             end-if
           end-perform
           if found-ind is equal to zero
             exit paragraph
           end-if
           if audit-line(35:1) is equal to space
             exit paragraph
           end-if
           move spaces to line-section
           move 35 to scan-ptr
           unstring audit-line delimited by space
             into line-section
             with pointer scan-ptr
           end-unstring
           move audit-line(scan-ptr:2) to line-rcode
           if line-rcode is not equal to 'ok'
               and line-rcode is not equal to 'kw'
               and line-rcode is not equal to 'dp'
               and line-rcode is not equal to 'sw'
             exit paragraph
           end-if
           move zero to found-ind
           perform
             varying section-ind from 1 by 1
               until section-ind is greater than lm-section-count
             if lm-section(section-ind) is equal to line-section
               move 1 to found-ind
             end-if
           end-perform
           if found-ind is equal to zero
             exit paragraph
           end-if
           if change-count is not less than change-limit
             exit paragraph
           end-if
           add 1 to change-count end-add
           display '  ' function trim(audit-line trailing)
             end-display.

       list-displaced-values.
           move lm-section(section-ind) to hist-section-name
           move low-values to hist-param-name
           move zero to hist-seq
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start setting-history-db
               key is greater than history-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read setting-history-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if hist-section-name is not equal to
                       lm-section(section-ind)
                     move 1 to walk-done
                   else
                     if hist-changed-on is not less than deploy-date
                       perform show-displaced-value
                     end-if
                   end-if
               end-read
             end-if
           end-perform.

       show-displaced-value.
           add 1 to value-count end-add
           move spaces to day-mark
           if hist-changed-on is equal to deploy-date
             move '(deploy day)' to day-mark
           end-if
           display '  ' hist-changed-on ' '
             function trim(hist-section-name) ' '
             function trim(hist-param-name) ' seq ' hist-seq ' '
             day-mark ' tkt=' function trim(hist-ticket) end-display.

       end program since-deploy.
