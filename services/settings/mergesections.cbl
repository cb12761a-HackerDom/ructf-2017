      *     through check-rule plus store-setting-value with
      *     history on - the same gauntlet a set-param runs, so a
      *     value the target's rules refuse bounces and is
      *     reported, not smuggled in; a target param that is
      *     locked or write-once and set bounces the same way, and
      *     a moved param's own mark moves with it
      *   - api-keys: appended to the target's slots up to the
      *     30-slot cap (the overflow is reported), with the key
      *     index re-pointed
      * exactly the way archive-sec parks one - reversible, like
      * every other retirement here - and a DELS journal entry
      * ships so the standby drops its live copy.
      * the merge checkpoints as it goes (batch-checkpoint.cbl), a
      * phase at a time - params, keys, tags, quota, archive - and
      * within the params every so many, within the keys every one
      * (a key appended twice would take two slots). a run that
      * dies part way is resumed by running it again with the same
      * arguments: it carries on after the last param it reported
      * on, in the phase it was in, with its counts as they stood -
      * a REFUSE merge past its scan is not scanned again, the scan
      * having passed before anything moved. a different merge over
      * an unfinished one is refused (exit code 3) unless FRESH is
      * given.
      * usage:
      *   merge-sections <source> <target> [TARGET|SOURCE|REFUSE]
      *     [FRESH]

       environment division.
       input-output section.
         copy tagdb.
         copy archivedb.
         copy ruledb.
         copy paramlockdb.
         copy sensdb.
         copy keyindexdb.
         copy profassigndb.
         copy tagrecord.
         copy archiverecord.
         copy rulerecord.
         copy paramlockrecord.
         copy sensrecord.
         copy keyindexrecord.
         copy profassignrecord.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
      *  the write bracket the run is held in (section-version.cbl
      *  'O'/'K') - get-multi builds no snapshot across it.
         01 bracket-section picture x(40) value spaces.
         01 bracket-count picture 9(12).
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 audit-cmd-name picture x(11) value 'merge-sect '.
       01 source-name picture x(40).
       01 target-name picture x(40).
       01 arg-policy picture x(10).
       01 arg-fresh picture x(8).
       01 next-phase picture 99.
       01 walk-done picture 9.
       01 merge-param picture x(40).
       01 merge-value picture x(348).
       01 rsv-expires picture 9(8).
       01 rsv-found picture 9.
       01 rule-status picture 9.
       01 lock-status picture 9.
       01 source-lock picture x(24).
       01 failed-rule-type picture x(4).
       01 want-history-flag picture 9 value 1.
       01 store-ok picture 9.
       01 chunk-seq-digit picture 9.
       01 chunk-ind binary-long unsigned.
       01 reassembled-offset binary-long unsigned.
         copy checkpointarea.

       procedure division.
       start-merge-sections.
           accept source-name from argument-value
           accept target-name from argument-value
           accept arg-policy from argument-value
           move spaces to arg-fresh
           accept arg-fresh from argument-value
           move function upper-case(source-name) to source-name
           move function upper-case(target-name) to target-name
           move function upper-case(arg-policy) to arg-policy
           move function upper-case(arg-fresh) to arg-fresh
           if arg-policy is equal to 'FRESH'
             move arg-policy to arg-fresh
             move spaces to arg-policy
           end-if
           if arg-policy is equal to spaces
             move 'TARGET' to arg-policy
           end-if
                 and arg-policy is not equal to 'SOURCE'
                 and arg-policy is not equal to 'REFUSE')
             display 'merge-sections: usage: merge-sections '
               '<source> <target> [TARGET|SOURCE|REFUSE] [FRESH]'
               end-display
             move 1 to return-code
             goback

           call 'load-data-paths' end-call

      *----------------------------------------------------------------
      * checkpoint phases: 1 params, 2 keys, 3 tags, 4 quota,
      * 5 archive, 6 done. ck-position is the params considered
      * (phase 1) or the key slot last appended (phase 2); counts:
      * 1 moved, 2 kept, 3 bounced params, 4 moved, 5 dropped
      * keys, 6 re-keyed tags.
      *----------------------------------------------------------------
           move 'merge-sections' to ck-job
           move spaces to ck-input
           string function trim(source-name) delimited by size
               ' ' delimited by size
               function trim(target-name) delimited by size
               ' ' delimited by size
               function trim(arg-policy) delimited by size
             into ck-input
           end-string
           move zero to ck-fresh
           if arg-fresh is equal to 'FRESH'
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
           if ck-resumed is equal to 1
             move ck-counts(1) to moved-params
             move ck-counts(2) to kept-params
             move ck-counts(3) to bounced-params
             move ck-counts(4) to moved-keys
             move ck-counts(5) to dropped-keys
             move ck-counts(6) to moved-tags
           end-if

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open i-o tags-db
      *    section-sensitive probe reads
           open input rules-db
           open input sensitive-db
      *    check-param-lock reads the marks the same way; the merge
      *    also carries a moved param's mark across itself
           open i-o param-locks-db
      *----------------------------------------------------------------
      * the key-move helpers - key-index-add/del, profile-assign,
      * key-owner-add/del - all write through shared connectors a
           open i-o key-index-db
           open i-o profile-assignments-db
           open i-o key-owners-db
           call 'section-version' using
             by content 'O'
             by reference bracket-section
             by reference bracket-count
           end-call

           move target-name to name
           read sections-db record
      * conflict turned up".
      *----------------------------------------------------------------
           if arg-policy is equal to 'REFUSE'
               and ck-phase is equal to zero
             move 1 to scan-pass
             perform walk-source-params
             if conflict-count is greater than zero
           end-if

           move zero to scan-pass
           if ck-phase is not greater than 1
             move 1 to next-phase
             perform enter-phase
             perform walk-source-params
           end-if
           if ck-phase is not greater than 2
             move 2 to next-phase
             perform enter-phase
             perform move-api-keys
           end-if
           if ck-phase is not greater than 3
             move 3 to next-phase
             perform enter-phase
             perform move-tag-memberships
           end-if
           if ck-phase is not greater than 4
             move 4 to next-phase
             perform enter-phase
             perform move-quota-if-absent
           end-if
           if ck-phase is not greater than 5
             move 5 to next-phase
             perform enter-phase
             perform archive-emptied-source
           end-if
           move 6 to next-phase
           perform enter-phase
           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call

           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close tags-db
           close archive-settings-db
           close rules-db
           close sensitive-db
           close param-locks-db
           close key-index-db
           close profile-assignments-db
           close key-owners-db
           goback.

       close-and-fail.
           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close tags-db
           close archive-settings-db
           close rules-db
           close sensitive-db
           close param-locks-db
           close key-index-db
           close profile-assignments-db
           close key-owners-db
           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           move 1 to return-code
           goback.

      *----------------------------------------------------------------
      * a phase is checkpointed as it starts, so a resume goes
      * straight back to it; a run resumed inside a phase keeps the
      * position it had there.
      *----------------------------------------------------------------
       enter-phase.
           if ck-phase is not less than next-phase
             exit paragraph
           end-if
           move next-phase to ck-phase
           move zero to ck-position
           move spaces to ck-last-key
           perform note-counts
           call 'batch-checkpoint' using
               by content 'W'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call.

       note-counts.
           move moved-params to ck-counts(1)
           move kept-params to ck-counts(2)
           move bounced-params to ck-counts(3)
           move moved-keys to ck-counts(4)
           move dropped-keys to ck-counts(5)
           move moved-tags to ck-counts(6).

      *----------------------------------------------------------------
      * one walk serves both passes: scan-pass 1 only counts
      * conflicts; pass 0 moves. primaries only - continuation
      * chunks ride with their value through the reassembly. a
      * resumed move carries on after the last param it reported on.
      *----------------------------------------------------------------
       walk-source-params.
           move source-name to ssection-name
           move low-values to sparam-name
           if scan-pass is equal to zero
               and ck-last-key is not equal to spaces
             move ck-last-key(1:40) to sparam-name
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
           move target-name to ssection-name
           move merge-param to sparam-name
           move zero to target-has-it
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
               by reference rsv-expires
             returning rsv-found
           end-call
           if rsv-found is equal to 2
             add 1 to bounced-params end-add
             display '  BOUNCED '
               function trim(merge-param)
               ' - checksum mismatch' end-display
             perform repark-source-cursor
             exit paragraph
           end-if
           if rsv-found is equal to zero
             add 1 to bounced-params end-add
             display '  BOUNCED '
             exit paragraph
           end-if

      *----------------------------------------------------------------
      * the target's param, locked or write-once and already set,
      * is not overwritten - see check-param-lock.cbl.
      *----------------------------------------------------------------
           call 'check-param-lock' using
               by reference target-name
               by reference merge-param
             returning lock-status
           end-call
           if lock-status is not equal to zero
             add 1 to bounced-params end-add
             display '  BOUNCED '
               function trim(merge-param)
               ' - target param is locked or write-once' end-display
             perform repark-source-cursor
             exit paragraph
           end-if

           call 'store-setting-value' using
             by reference target-name
             by reference merge-param
             display '  MOVED '
               function trim(merge-param) end-display
             perform delete-source-param
             perform carry-param-lock
           else
             add 1 to bounced-params end-add
             if store-ok is equal to 2
       delete-source-param.
           move source-name to ssection-name
           move merge-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
             perform build-chunk-key
             move source-name to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             by reference journal-expires
           end-call.

      *----------------------------------------------------------------
      * a write-once or locked mark on the source's param goes with
      * the value: onto the target's param when it has no mark of
      * its own, and off the source either way.
      *----------------------------------------------------------------
       carry-param-lock.
           move source-name to plk-section
           move merge-param to plk-param
           read param-locks-db record
             invalid key
               exit paragraph
           end-read
           move param-lock-record(81:) to source-lock
           delete param-locks-db record
             invalid key
               continue
           end-delete
           move target-name to plk-section
           move merge-param to plk-param
           move source-lock to param-lock-record(81:)
           write param-lock-record
             invalid key
               continue
           end-write.

       repark-source-cursor.
           move source-name to ssection-name
           move merge-param to sparam-name
           if scan-pass is equal to zero
             add 1 to ck-position end-add
             move merge-param to ck-last-key
             perform note-counts
             call 'batch-checkpoint' using
                 by content 'K'
                 by reference checkpoint-area
               returning checkpoint-answer
             end-call
           end-if.

      *----------------------------------------------------------------
      * the source's key slots append into the target up to the
             invalid key
               exit paragraph
           end-read
           compute key-ind = ck-position + 1 end-compute
           perform
             until key-ind is greater than api-keys-count
      *      re-read the source each lap - the target update below
             move api-key-added-on(key-ind) to held-added
             move api-key-scope(key-ind) to held-scope
             perform append-key-to-target
             move key-ind to ck-position
             perform note-counts
             call 'batch-checkpoint' using
                 by content 'W'
                 by reference checkpoint-area
               returning checkpoint-answer
             end-call
             add 1 to key-ind end-add
           end-perform.

           move held-key to api-key(api-keys-count)
           move held-added to api-key-added-on(api-keys-count)
           move held-scope to api-key-scope(api-keys-count)
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               continue
                     end-delete
                     add 1 to moved-tags end-add
                     move held-record to tag-record
                     add 1 to ck-position end-add
                     move tag-key to ck-last-key
                     perform note-counts
                     call 'batch-checkpoint' using
                         by content 'K'
                         by reference checkpoint-area
                       returning checkpoint-answer
                     end-call
                   end-if
               end-read
             end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
