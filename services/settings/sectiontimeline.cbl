      *   - state-history.dat: every prior state a fix-section
      *     rewrite displaced
      *   - approvals.dat: every four-eyes change still parked
      *   - deploy-markers.dat: every code deploy of an application
      *     that reads the section (deploymarkrecord.cpy), at the
      *     time it went out, with the section's change counter as
      *     the deploy found it - so a config change and a deploy
      *     on the same afternoon read in the order they happened
      * date-only events sort at the top of their day, ahead of the
      * clocked audit lines - the trail that says WHEN within the
      * day is the audit line anyway; the others say WHAT. holds
         copy settinghistorydb.
         copy statehistorydb.
         copy approvaldb.
         copy deploymarkdb.

         select optional audit-file assign to external
             audit-log-path
         copy settinghistoryrecord.
         copy statehistoryrecord.
         copy approvalrecord.
         copy deploymarkrecord.

       fd audit-file.
       01 audit-line picture x(340).

       working-storage section.
         01 setting-status-1 picture xx.
       01 ev-best-stamp picture 9(14).
       01 ev-rank picture 9(3).
       01 truncated-flag picture 9 value zero.
       01 mark-ind picture 99.
       01 mark-date picture 9(8).

       procedure division.
       start-section-timeline.
           open input approvals-db
           perform gather-approvals
           close approvals-db
           open input deploy-marks-db
           perform gather-deploy-marks
           close deploy-marks-db

           display '=== timeline for ' function trim(arg-section)
             ' ' from-date ' .. ' to-date ' ===' end-display
                 '" awaiting approval' delimited by size
               into ev-text(ev-ind)
             end-string
           else
           if appr-kind is equal to 'RELP'
             string 'parked release promotion (seq ' delimited by size
                 appr-seq delimited by size
                 ') ' delimited by size
                 function trim(appr-param(1:16)) delimited by size
                 ' awaiting approval' delimited by size
               into ev-text(ev-ind)
             end-string
           else
             string 'parked fix-section card (seq '
                 delimited by size
                 ') awaiting approval' delimited by size
               into ev-text(ev-ind)
             end-string
           end-if
           end-if.

      *----------------------------------------------------------------
      * the ledger is keyed by application, not section, so it is
      * read end to end - one record per deploy is a small file.
      *----------------------------------------------------------------
       gather-deploy-marks.
           move low-values to dm-key
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
                 move dm-deployed-at(1:8) to mark-date
                 if mark-date is not less than from-date
                     and mark-date is not greater than to-date
                   perform consider-deploy-mark
                 end-if
             end-read
           end-perform.

       consider-deploy-mark.
           perform
             varying mark-ind from 1 by 1
               until mark-ind is greater than dm-section-count
             if dm-section(mark-ind) is equal to arg-section
               perform add-deploy-event
               exit paragraph
             end-if
           end-perform.

       add-deploy-event.
           perform add-event-slot
           if ev-ind is equal to zero
             exit paragraph
           end-if
           move dm-deployed-at to ev-stamp(ev-ind)
           move 'DEPLOY  ' to ev-kind(ev-ind)
           move spaces to ev-text(ev-ind)
           string function trim(dm-application) delimited by size
               ' version ' delimited by size
               function trim(dm-version) delimited by size
               ' to ' delimited by size
               function trim(dm-host-group) delimited by size
               ' - section at change ' delimited by size
               dm-section-version(mark-ind) delimited by size
             into ev-text(ev-ind)
           end-string.

       add-event-slot.
           if event-count is equal to 500
             move 1 to truncated-flag
