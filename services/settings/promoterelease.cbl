       identification division.
       program-id. promote-release.

      * standalone batch job - lands a named section release built
      * and signed off in one instance (TEST) in this one (PROD)
      * exactly as it was signed off, instead of re-keying it by
      * hand or through export-import. run on the target, against
      * its own settings.cfg; the source instance is named (its
      * releases file, releases-<instance>.dat, is read from this
      * data directory) or given as the path of its releases file.
      * the source release is copied into this instance's releases
      * file under the same name - provenance on its header (see
      * rel-promotion in releaserecord.cpy) - and diffed against
      * the live section through apply-release.cbl. then:
      *   - nothing differs: the release is recorded, nothing moves
      *   - the section is under four-eyes control (protectdb.cpy):
      *     the whole promotion parks as one 'RELP' approval, and a
      *     second identity's approve-chg applies it as one
      *     transaction - the promoter cannot approve it
      *   - otherwise it is applied here as one transaction; a
      *     refusal or failure puts everything back and removes the
      *     copied release again
      * the promoter's key is a write-scope key of the target
      * section - it is the requesting identity four-eyes holds
      * apart from the approver. the report shows both instances,
      * every difference (live value against release value) and
      * the approvers. a release still parked from an earlier run
      * is reported, not parked twice - approve or reject it first.
      * exit code: 0 promoted (or nothing to change), 1 parked for
      * approval, 2 refused or failed, 3 bad arguments or source.
      * usage:
      *   promote-release <source-instance>|<releases-file> <section>
      *                   <release> <api-key>

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.
         copy quotadb.
         copy protectdb.
         copy sensdb.
         copy ruledb.
         copy approvaldb.
         copy releasedb.
         copy paramlockdb.

         select optional source-releases-db assign to
             source-releases-path
           organization is indexed
           access mode is dynamic
           record key is src-release-key
           file status is source-status.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy quotarecord.
         copy protectrecord.
         copy sensrecord.
         copy rulerecord.
         copy approvalrecord.
         copy releaserecord.
         copy paramlockrecord.

      *  the source instance's releases file - releaserecord.cpy
      *  field for field (it cannot be COPYed twice into one
      *  program); a layout change there must land here too.
       fd source-releases-db.
       01 src-release-record.
         02 src-release-key.
           03 src-section picture x(40).
           03 src-name picture x(16).
           03 src-param picture x(40).
         02 src-published-on picture 9(8).
         02 src-expires picture 9(8).
         02 src-value picture x(348).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         copy serverconfig.
         01 source-status picture xx.
         01 source-releases-path picture x(255).
         01 arg-source picture x(128).
         01 arg-section picture x(40).
         01 arg-release picture x(16).
         01 arg-key picture x(80).
         01 source-label picture x(128).
         01 target-label picture x(16).
         01 slash-count binary-long unsigned.
         01 ind picture 99.
         01 keys-equal picture 9.
         01 key-age-status picture 9.
         01 key-accepted picture 9.
         01 promoter-fingerprint picture 9(15).
         01 walk-done picture 9.
         01 source-published-on picture 9(8).
         01 src-count binary-long unsigned.
         01 src-ind binary-long unsigned.
         01 src-table.
           02 src-row occurs 500 times.
             03 st-param picture x(40).
             03 st-expires picture 9(8).
             03 st-value picture x(348).
         77 src-limit binary-long unsigned value 500.
         01 section-protected picture 9.
         01 appr-next-seq picture 9(4) value zero.
         01 relp-state-hold picture x.
         01 release-op picture x.
         01 row-ind binary-long unsigned.
         01 show-count picture z(3)9.
         01 show-live picture x(40).
         01 show-release picture x(40).
         copy releasediff.

       procedure division.
       start-promote-release.
           move spaces to arg-source
           move spaces to arg-section
           move spaces to arg-release
           move spaces to arg-key
           accept arg-source from argument-value
           accept arg-section from argument-value
           accept arg-release from argument-value
           accept arg-key from argument-value
           move function upper-case(arg-section) to arg-section
           if arg-source is equal to spaces
               or arg-section is equal to spaces
               or arg-release is equal to spaces
               or arg-key is equal to spaces
             display 'promote-release: usage: promote-release '
               '<source-instance>|<releases-file> <section> '
               '<release> <api-key>' end-display
             move 3 to return-code
             goback
           end-if

           call 'load-data-paths' end-call
           perform resolve-source
           if return-code is not equal to zero
             goback
           end-if

           perform load-source-release
           if return-code is not equal to zero
             goback
           end-if

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open input protected-db
           open input sensitive-db
           open input rules-db
           open i-o approvals-db
           open i-o releases-db
      *    apply-release asks check-param-lock of every param it
      *    would change - a batch run unit opens the marks itself
           open input param-locks-db

           perform promote-one-release

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close protected-db
           close sensitive-db
           close rules-db
           close approvals-db
           close releases-db
           close param-locks-db
           goback.

      *----------------------------------------------------------------
      * a name is an instance beside this one in the data directory;
      * anything with a '/' in it is the releases file itself.
      *----------------------------------------------------------------
       resolve-source.
           move zero to return-code
           move config-instance-name to target-label
           if target-label is equal to spaces
             move '(unnamed)' to target-label
           end-if
           move zero to slash-count
           inspect arg-source tallying slash-count for all '/'
           move spaces to source-releases-path
           if slash-count is greater than zero
             move arg-source to source-releases-path
             move arg-source to source-label
             exit paragraph
           end-if

           move function upper-case(arg-source) to source-label
           if source-label is equal to config-instance-name
             display 'promote-release: ' function trim(source-label)
               ' is this instance - promote from another one'
               end-display
             move 3 to return-code
             exit paragraph
           end-if
           string function trim(data-dir-path) delimited by size
               '/releases-' delimited by size
               function trim(source-label) delimited by size
               '.dat' delimited by size
             into source-releases-path
           end-string.

       load-source-release.
           move zero to src-count
           open input source-releases-db
           if source-status is not equal to '00'
             display 'promote-release: cannot open the releases file '
               function trim(source-releases-path) ' (status '
               source-status ')' end-display
             move 3 to return-code
             exit paragraph
           end-if
           move arg-section to src-section
           move arg-release to src-name
           move spaces to src-param
           read source-releases-db record
             invalid key
               display 'promote-release: no release '
                 function trim(arg-release) ' of '
                 function trim(arg-section) ' in '
                 function trim(source-label) end-display
               close source-releases-db
               move 3 to return-code
               exit paragraph
           end-read
           move src-published-on to source-published-on

           move zero to walk-done
           start source-releases-db key is greater than src-release-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read source-releases-db next record
               at end
                 move 1 to walk-done
               not at end
                 if src-section is not equal to arg-section
                     or src-name is not equal to arg-release
                   move 1 to walk-done
                 else
                   if src-count is not less than src-limit
                     move 1 to walk-done
                     move 3 to return-code
                   else
                     add 1 to src-count end-add
                     move src-param to st-param(src-count)
                     move src-expires to st-expires(src-count)
                     move src-value to st-value(src-count)
                   end-if
                 end-if
             end-read
           end-perform
           close source-releases-db
           if return-code is not equal to zero
             display 'promote-release: release ' function trim(
               arg-release) ' holds more than 500 params'
               end-display
           end-if.

       promote-one-release.
           perform check-promoter-key
           if key-accepted is not equal to 1
             move 2 to return-code
             exit paragraph
           end-if

           move arg-section to rel-section
           move arg-release to rel-name
           move spaces to rel-param
           read releases-db record
             invalid key
               continue
             not invalid key
               if relp-parked
                 perform report-still-parked
                 exit paragraph
               end-if
               if relp-applied
                 display 'promote-release: replaces the release '
                   'promoted from ' function trim(relp-source) ' on '
                   relp-promoted-on ' (by ' relp-requested-by
                   ', approved by ' relp-approved-by ')' end-display
               end-if
           end-read

           perform copy-release-in
           move 'D' to release-op
           call 'apply-release' using
             by reference release-op
             by reference arg-section
             by reference arg-release
             by reference release-diff
           end-call
           perform report-header
           if rd-rcode is not equal to 'ok'
             perform report-refusal
             perform drop-copied-release
             move 2 to return-code
             exit paragraph
           end-if
           perform report-differences

           if rd-count is equal to zero
             move 'A' to relp-state
             perform stamp-header
             display '  approvers: none needed - nothing to change'
               end-display
             display 'promote-release: ' function trim(arg-section)
               ' already serves release ' function trim(arg-release)
               end-display
             move zero to return-code
             exit paragraph
           end-if

           perform check-section-protected
           if section-protected is equal to 1
             perform park-for-approval
             exit paragraph
           end-if

           move 'A' to release-op
           call 'apply-release' using
             by reference release-op
             by reference arg-section
             by reference arg-release
             by reference release-diff
           end-call
           if rd-rcode is not equal to 'ok'
             perform report-refusal
             perform drop-copied-release
             move 2 to return-code
             exit paragraph
           end-if
           move 'A' to relp-state
           perform stamp-header
           display '  approvers: not required - '
             function trim(arg-section)
             ' is not under four-eyes control' end-display
           move rd-count to show-count
           display 'promote-release: ' function trim(show-count)
             ' change(s) applied as one transaction' end-display
           move zero to return-code.

      *----------------------------------------------------------------
      * a write-scope key of the target section inside its age
      * limit - set-param's test. its fingerprint is the promoter.
      *----------------------------------------------------------------
       check-promoter-key.
           move zero to key-accepted
           move arg-section to name
           read sections-db record
             invalid key
               display 'promote-release: no section '
                 function trim(arg-section) ' in this instance'
                 end-display
               exit paragraph
           end-read
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
                 or key-accepted is equal to 1
             call 'const-time-eq' using
                 by reference arg-key
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
                 and not api-key-read-only(ind)
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is not equal to 2
                 move 1 to key-accepted
               end-if
             end-if
           end-perform
           if key-accepted is not equal to 1
             display 'promote-release: the key is not a live '
               'write-scope key of ' function trim(arg-section)
               end-display
             exit paragraph
           end-if
           call 'hash-api-key' using
             by reference arg-key
             by reference promoter-fingerprint
           end-call.

      *----------------------------------------------------------------
      * the source release, param for param, under the same name
      * here - whatever was there under that name is replaced.
      *----------------------------------------------------------------
       copy-release-in.
           perform drop-copied-release
           move arg-section to rel-section
           move arg-release to rel-name
           move spaces to rel-param
           move source-published-on to rel-published-on
           move zero to rel-expires
           move spaces to rel-value
           move source-label to relp-source
           move promoter-fingerprint to relp-requested-by
           move zero to relp-approved-by
           move zero to relp-approval-seq
           move space to relp-state
           move function current-date(1:8) to relp-promoted-on
           write release-record
             invalid key
               continue
           end-write
           perform
             varying src-ind from 1 by 1
               until src-ind is greater than src-count
             move arg-section to rel-section
             move arg-release to rel-name
             move st-param(src-ind) to rel-param
             move source-published-on to rel-published-on
             move st-expires(src-ind) to rel-expires
             move st-value(src-ind) to rel-value
             write release-record
               invalid key
                 continue
             end-write
           end-perform.

       drop-copied-release.
           move arg-section to rel-section
           move arg-release to rel-name
           move low-values to rel-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start releases-db
               key is greater than release-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read releases-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if rel-section is not equal to arg-section
                       or rel-name is not equal to arg-release
                     move 1 to walk-done
                   else
                     delete releases-db record
                       invalid key
                         continue
                     end-delete
                     move arg-section to rel-section
                     move arg-release to rel-name
                     move low-values to rel-param
                   end-if
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * relp-state (and the approval sequence, when parked) onto the
      * header just copied in - the caller has set relp-state.
      *----------------------------------------------------------------
       stamp-header.
           move relp-state to relp-state-hold
           move arg-section to rel-section
           move arg-release to rel-name
           move spaces to rel-param
           read releases-db record
             invalid key
               exit paragraph
           end-read
           move relp-state-hold to relp-state
           move appr-next-seq to relp-approval-seq
           rewrite release-record
             invalid key
               continue
           end-rewrite.

       check-section-protected.
           move zero to section-protected
           move arg-section to prot-section-name
           read protected-db record
             invalid key
               continue
             not invalid key
               move 1 to section-protected
           end-read.

      *----------------------------------------------------------------
      * one 'RELP' change for the whole release, under the section's
      * next approval sequence - set-param's park.
      *----------------------------------------------------------------
       park-for-approval.
           move arg-section to appr-section
           move 9999 to appr-seq
           start approvals-db key is less than approval-key
             invalid key
               move 1 to appr-next-seq
             not invalid key
               read approvals-db next record
                 at end
                   move 1 to appr-next-seq
                 not at end
                   if appr-section is equal to arg-section
                     compute appr-next-seq = appr-seq + 1
                   else
                     move 1 to appr-next-seq
                   end-if
               end-read
           end-start
           move arg-section to appr-section
           move appr-next-seq to appr-seq
           move 'RELP' to appr-kind
           move function current-date(1:8) to appr-requested-on
           move promoter-fingerprint to appr-requested-by
           move spaces to appr-param
           move arg-release to appr-param(1:16)
           move spaces to appr-value
           string 'promoted from ' delimited by size
               function trim(source-label) delimited by size
             into appr-value
           end-string
           move space to appr-history
           move spaces to appr-expires
           move spaces to appr-effective
           move spaces to appr-card
           write approval-record
             invalid key
               display 'promote-release: the approval could not be '
                 'filed' end-display
               perform drop-copied-release
               move 2 to return-code
               exit paragraph
           end-write
           move 'P' to relp-state
           perform stamp-header
           display '  approvers: ' function trim(arg-section)
             ' is under four-eyes control - parked as approval seq '
             appr-next-seq end-display
           display '             awaiting a second identity: '
             'approve-chg ' function trim(arg-section) ' '
             appr-next-seq ' A' end-display
           display 'promote-release: parked for approval, nothing '
             'applied yet' end-display
           move 1 to return-code.

       report-still-parked.
           perform report-header
           display '  already parked as approval seq '
             relp-approval-seq ' (promoted by ' relp-requested-by
             ' on ' relp-promoted-on ') - awaiting a second identity'
             end-display
           display 'promote-release: approve or reject seq '
             relp-approval-seq ' with approve-chg before promoting '
             'it again' end-display
           move 1 to return-code.

       report-header.
           display 'promote-release: release ' function trim(
             arg-release) ' of ' function trim(arg-section)
             end-display
           display '  source instance: ' function trim(source-label)
             ' (published ' source-published-on ')' end-display
           display '  target instance: ' function trim(target-label)
             end-display
           display '  promoted by:     ' promoter-fingerprint
             end-display.

       report-differences.
           move rd-count to show-count
           display '  differences:     ' function trim(show-count)
             end-display
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than rd-count
             move rd-live-value(row-ind) to show-live
             move rd-release-value(row-ind) to show-release
             if rd-op(row-ind) is equal to 'SET '
               if rd-live-found(row-ind) is equal to 1
                 display '    SET ' rd-param(row-ind) end-display
                 display '        live:    "' function trim(
                   show-live trailing) '"' end-display
               else
                 display '    ADD ' rd-param(row-ind) end-display
               end-if
               display '        release: "' function trim(
                 show-release trailing) '"' end-display
             else
               display '    DEL ' rd-param(row-ind) end-display
               display '        live:    "' function trim(
                 show-live trailing) '"' end-display
             end-if
           end-perform.

       report-refusal.
           evaluate rd-rcode
             when 'tl'
               display 'promote-release: more than 60 differences - '
                 'too many for one transaction' end-display
             when 'ck'
               display 'promote-release: live value '
                 function trim(rd-detail)
                 ' fails its checksum - repair it first' end-display
             when 'vr'
               display 'promote-release: refused - '
                 function trim(rd-detail) end-display
             when 'pl'
               display 'promote-release: refused - '
                 function trim(rd-detail)
                 ' is locked or write-once; nothing applied'
                 end-display
             when 'qx'
               display 'promote-release: refused - the section quota '
                 'would be exceeded; nothing applied' end-display
             when other
               display 'promote-release: failed (' rd-rcode
                 '); nothing applied' end-display
           end-evaluate.

       end program promote-release.
