       identification division.
       program-id. revert-req.

      * admin command (master-key gated) undoing everything one
      * served request changed, named by the correlation id the
      * client got back with it - the bad batch, txn-update or
      * changeset commit that touched many params across sections,
      * put back in one go instead of a roll-param/roll-state per
      * param by hand. the request's changes are found in
      * request-changes.dat (reqchangedb.cpy, filed by the writers
      * themselves through note-request-change.cbl), each pointing
      * at the value or state it displaced in setting-history.dat or
      * state-history.dat; a param the request created is deleted.
      * a param changed more than once by the request goes back to
      * what it held before the FIRST of them.
      * ops (arg-mode):
      *   'SHOW' - the preview: every param and state the request
      *            changed and what reverting does to it, changing
      *            nothing
      *   'DO  ' - the revert itself, all of it or none: every
      *            current value and state is captured first, and a
      *            failure part way puts back everything already
      *            reverted - the txn-update discipline
      * either op refuses with 'cf', listing only the conflicts,
      * when any of it cannot be reverted cleanly: rflag ch (changed
      * again since - a newer history entry is on file), nh (the
      * prior value was never retained, or has since been archived
      * away), pr (the section is under four-eyes control), pl (the
      * param is locked, or write-once and holding a value - see
      * check-param-lock.cbl; a revert is a write like any other)
      * or bn (the section no longer exists). the restores are ordinary
      * historied, journaled writes, filed under the revert's own
      * correlation id - so a revert can itself be reverted. values
      * come back without an expiry (history keeps none), as
      * roll-param restores them. validation rules are not
      * re-applied, the incident-path stance roll-param takes.
      * a request that changed more than 60 params and states is
      * refused 'tl' - that is a restore-to-point, not a revert.
      * rows come back 12 to the response, conflicts first; rtotal
      * and rconflicts count all of them.
      * raction: R (value restored), D (param deleted - the request
      * created it), S (state restored).
      * rcodes: ok, na, iv (bad id or op), nf (nothing filed under
      * the id), tl, cf, lk (a section stayed locked), qx, fl - qx,
      * lk and fl after the unwind has run.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.
         copy statehistorydb.
         copy protectdb.
         copy reqchangedb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy statehistoryrecord.
         copy protectrecord.
         copy reqchangerecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         copy serverconfig.
         copy encryption.
         01 audit-cmd-name picture x(11) value 'revert-req '.
         01 audit-section picture x(40) value spaces.
         01 keys-equal picture 9.
         01 load-done picture 9.
         01 load-overflow picture 9.
         01 tg-count binary-long unsigned.
         01 tg-ind binary-long unsigned.
         01 tg-find binary-long unsigned.
         01 conflict-count binary-long unsigned.
         01 failed-at binary-long unsigned.
         01 failure-rcode picture x(2).
         01 unwinding picture 9.
         01 list-conflicts-only picture 9.
         01 history-top picture 9(4).
         01 crypt-direction picture x.
         01 section-is-sensitive picture 9.
         01 want-history-flag picture 9.
         01 store-ok picture 9.
         01 restore-expires picture 9(8) value zero.
         01 store-value picture x(348).
         01 state-target picture x(40).
         01 state-applied picture 9.
         01 replaced-state picture x(40).
         01 sh-next-seq picture 9(4).
         01 lock-retry-count picture 99.
         01 lock-acquired picture 9.
         01 spin-count binary-long unsigned.
         01 lock-backoff-limit binary-long unsigned.
         77 max-lock-retries picture 99 value 10.
         01 journal-op picture x(4).
         01 journal-param picture x(40).
         01 journal-value picture x(348).
         01 journal-expires picture 9(8) value zero.
         01 del-chunk-count binary-long unsigned.
         01 del-chunk-ind binary-long unsigned.
         01 del-chunk-digit picture 9.
         01 del-chunk-key picture x(40).
         01 note-kind picture x value 'S'.
         01 note-prior picture x value 'H'.
         01 note-param picture x(40) value spaces.
         01 lock-status picture 9.
         77 max-targets binary-long unsigned value 60.
         77 page-size binary-long unsigned value 12.

      *----------------------------------------------------------------
      * one entry per param (or section state) the request changed,
      * however many times: the prior is the first change's, the
      * after-seq the last one's. the before-image is what the
      * param or state holds now, captured ahead of the first write
      * so the unwind needs no history of its own.
      *----------------------------------------------------------------
         01 revert-targets.
           02 target-entry occurs 60 times.
             03 tg-kind picture x.
             03 tg-section picture x(40).
             03 tg-param picture x(40).
             03 tg-prior picture x.
             03 tg-prior-seq picture 9(4).
             03 tg-after-seq picture 9(4).
             03 tg-flag picture x(2).
             03 tg-action picture x.
             03 tg-restore-value picture x(348).
             03 tg-was-there picture 9.
             03 tg-was-value picture x(348).
             03 tg-was-expires picture 9(8).
             03 tg-applied picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 admin-key picture x(80).
           02 arg-correlation picture x(12).
           02 arg-mode picture x(4).
           02 filler picture x(917).
         01 result.
           02 rcode picture x(2).
           02 rtotal picture 9(3).
           02 rconflicts picture 9(3).
           02 rshown picture 99.
           02 revert-rows occurs 12 times.
             03 rkind picture x.
             03 rsection picture x(40).
             03 rparam picture x(40).
             03 raction picture x.
             03 rflag picture x(2).
           02 filler picture x(6).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-revert-req.
           if argc is less than 96
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move function upper-case(arg-mode) to arg-mode
           move arg-correlation to audit-section

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform answer-short
             goback
           end-if

           if arg-correlation is not numeric
               or (arg-mode is not equal to 'SHOW'
                 and arg-mode is not equal to 'DO  ')
             move 'iv' to rcode
             perform answer-short
             goback
           end-if

           perform load-targets
           if load-overflow is equal to 1
             move 'tl' to rcode
             perform answer-short
             goback
           end-if
           if tg-count is equal to zero
             move 'nf' to rcode
             perform answer-short
             goback
           end-if

           move zero to conflict-count
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
             perform check-one-target
             if tg-flag(tg-ind) is not equal to spaces
               add 1 to conflict-count end-add
             end-if
           end-perform

           if conflict-count is greater than zero
             move 'cf' to rcode
             move 1 to list-conflicts-only
             perform fill-rows
             goback
           end-if

           move zero to list-conflicts-only
           if arg-mode is equal to 'SHOW'
             move 'ok' to rcode
             perform fill-rows
             goback
           end-if

           perform apply-revert
           if failed-at is not equal to zero
             perform unwind-revert
             move failure-rcode to rcode
             perform answer-short
             goback
           end-if

           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
             call 'notify-watchers' using
               by reference tg-section(tg-ind)
             end-call
           end-perform
           move 'ok' to rcode
           perform fill-rows
           goback.

       answer-short.
           move 2 to result-length
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call.

      *----------------------------------------------------------------
      * everything filed under the id, folded to one entry per param
      * or state. the file is closed again before anything is
      * written - the revert's own writes are filed in it too.
      *----------------------------------------------------------------
       load-targets.
           move zero to tg-count
           move zero to load-overflow
           move zero to load-done
           open input request-changes-db
           move arg-correlation to rqc-correlation
           move zero to rqc-seq
           start request-changes-db key is not less than rqc-key
             invalid key
               move 1 to load-done
           end-start
           perform
             until load-done is equal to 1
             read request-changes-db next record
               at end
                 move 1 to load-done
               not at end
                 if rqc-correlation is not equal to arg-correlation
                   move 1 to load-done
                 else
                   perform fold-one-change
                 end-if
             end-read
           end-perform
           close request-changes-db.

       fold-one-change.
           move zero to tg-find
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
                 or tg-find is not equal to zero
             if tg-kind(tg-ind) is equal to rqc-kind
                 and tg-section(tg-ind) is equal to rqc-section
                 and tg-param(tg-ind) is equal to rqc-param
               move tg-ind to tg-find
             end-if
           end-perform
           if tg-find is not equal to zero
             move rqc-after-seq to tg-after-seq(tg-find)
             exit paragraph
           end-if

           if tg-count is not less than max-targets
             move 1 to load-overflow
             move 1 to load-done
             exit paragraph
           end-if
           add 1 to tg-count end-add
           move rqc-kind to tg-kind(tg-count)
           move rqc-section to tg-section(tg-count)
           move rqc-param to tg-param(tg-count)
           move rqc-prior to tg-prior(tg-count)
           move rqc-prior-seq to tg-prior-seq(tg-count)
           move rqc-after-seq to tg-after-seq(tg-count)
           move spaces to tg-flag(tg-count)
           move space to tg-action(tg-count)
           move spaces to tg-restore-value(tg-count)
           move zero to tg-applied(tg-count).

      *----------------------------------------------------------------
      * can this one go back cleanly? the first reason found is the
      * one reported.
      *----------------------------------------------------------------
       check-one-target.
           move tg-section(tg-ind) to name
           read sections-db record
             invalid key
               move 'bn' to tg-flag(tg-ind)
               exit paragraph
           end-read

           move tg-section(tg-ind) to prot-section-name
           read protected-db record
             invalid key
               continue
             not invalid key
               move 'pr' to tg-flag(tg-ind)
               exit paragraph
           end-read

           if tg-kind(tg-ind) is equal to 'S'
             perform check-state-target
             exit paragraph
           end-if

           call 'check-param-lock' using
               by reference tg-section(tg-ind)
               by reference tg-param(tg-ind)
             returning lock-status
           end-call
           if lock-status is not equal to zero
             move 'pl' to tg-flag(tg-ind)
             exit paragraph
           end-if
           perform check-value-target.

       check-value-target.
           perform find-history-top
           if history-top is not equal to tg-after-seq(tg-ind)
             move 'ch' to tg-flag(tg-ind)
             exit paragraph
           end-if

           evaluate tg-prior(tg-ind)
             when 'N'
               move 'D' to tg-action(tg-ind)
             when 'H'
               move tg-section(tg-ind) to hist-section-name
               move tg-param(tg-ind) to hist-param-name
               move tg-prior-seq(tg-ind) to hist-seq
               read setting-history-db record
                 invalid key
                   move 'nh' to tg-flag(tg-ind)
                   exit paragraph
               end-read
               move hist-old-value to tg-restore-value(tg-ind)
               perform decrypt-restore-value
               move 'R' to tg-action(tg-ind)
             when other
               move 'nh' to tg-flag(tg-ind)
           end-evaluate.

       check-state-target.
           perform find-state-history-top
           if history-top is not equal to tg-after-seq(tg-ind)
             move 'ch' to tg-flag(tg-ind)
             exit paragraph
           end-if
           move tg-section(tg-ind) to sh-section-name
           move tg-prior-seq(tg-ind) to sh-seq
           read state-history-db record
             invalid key
               move 'nh' to tg-flag(tg-ind)
               exit paragraph
           end-read
           move sh-prior-state to tg-restore-value(tg-ind)
           move 'S' to tg-action(tg-ind).

      *----------------------------------------------------------------
      * the highest history sequence now on file - the probe
      * find-next-hist-seq in storesettingvalue.cbl runs.
      *----------------------------------------------------------------
       find-history-top.
           move tg-section(tg-ind) to hist-section-name
           move tg-param(tg-ind) to hist-param-name
           move 9999 to hist-seq
           move zero to history-top
           start setting-history-db key is less than history-key
             invalid key
               continue
             not invalid key
               read setting-history-db next record
                 at end
                   continue
                 not at end
                   if hist-section-name is equal to tg-section(tg-ind)
                       and hist-param-name is equal to
                         tg-param(tg-ind)
                     move hist-seq to history-top
                   end-if
               end-read
           end-start.

       find-state-history-top.
           move tg-section(tg-ind) to sh-section-name
           move 9999 to sh-seq
           move zero to history-top
           start state-history-db key is less than state-history-key
             invalid key
               continue
             not invalid key
               read state-history-db next record
                 at end
                   continue
                 not at end
                   if sh-section-name is equal to tg-section(tg-ind)
                     move sh-seq to history-top
                   end-if
               end-read
           end-start.

      *----------------------------------------------------------------
      * a flagged section's history holds ciphertext (see
      * sensdb.cpy) - decrypted so the re-store, which encrypts like
      * any write, does not wrap it twice. the same step roll-param
      * takes.
      *----------------------------------------------------------------
       decrypt-restore-value.
           call 'section-sensitive' using
               by reference tg-section(tg-ind)
             returning section-is-sensitive
           end-call
           if section-is-sensitive is equal to 1
               and enc-key-length is greater than zero
             move 'D' to crypt-direction
             call 'crypt-value-for' using
               by reference crypt-direction
               by reference tg-section(tg-ind)
               by reference tg-restore-value(tg-ind)
             end-call
           end-if.

       fill-rows.
           move tg-count to rtotal
           move conflict-count to rconflicts
           move zero to rshown
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
                 or rshown is not less than page-size
             if list-conflicts-only is equal to zero
                 or tg-flag(tg-ind) is not equal to spaces
               add 1 to rshown end-add
               move tg-kind(tg-ind) to rkind(rshown)
               move tg-section(tg-ind) to rsection(rshown)
               move tg-param(tg-ind) to rparam(rshown)
               move tg-action(tg-ind) to raction(rshown)
               move tg-flag(tg-ind) to rflag(rshown)
             end-if
           end-perform
           compute result-length = 10 + rshown * 84 end-compute
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call.

      *----------------------------------------------------------------
      * every before-image first, then the writes, stopping at the
      * first that fails.
      *----------------------------------------------------------------
       apply-revert.
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
             if tg-kind(tg-ind) is equal to 'V'
               call 'read-setting-value' using
                   by reference tg-section(tg-ind)
                   by reference tg-param(tg-ind)
                   by reference tg-was-value(tg-ind)
                   by reference tg-was-expires(tg-ind)
                 returning tg-was-there(tg-ind)
               end-call
             end-if
           end-perform

           move zero to failed-at
           move zero to unwinding
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than tg-count
                 or failed-at is not equal to zero
             evaluate tg-action(tg-ind)
               when 'R'
                 move tg-restore-value(tg-ind) to store-value
                 move zero to restore-expires
                 perform store-target-value
               when 'D'
                 perform delete-stored-param
               when 'S'
                 move tg-restore-value(tg-ind)(1:40) to state-target
                 perform restore-section-state
                 if state-applied is equal to 1
                   move replaced-state to tg-was-value(tg-ind)
                 end-if
             end-evaluate
             if failed-at is equal to zero
               move 1 to tg-applied(tg-ind)
             end-if
           end-perform.

       store-target-value.
           move 1 to want-history-flag
           call 'store-setting-value' using
             by reference tg-section(tg-ind)
             by reference tg-param(tg-ind)
             by reference store-value
             by reference want-history-flag
             by reference restore-expires
             returning store-ok
           end-call
           if unwinding is equal to 1
             exit paragraph
           end-if
           if store-ok is equal to 2
             move tg-ind to failed-at
             move 'qx' to failure-rcode
           end-if
           if store-ok is equal to zero
             move tg-ind to failed-at
             move 'fl' to failure-rcode
           end-if.

      *----------------------------------------------------------------
      * puts back what every target up to AND INCLUDING the failed
      * one held before the revert began - a failed store can have
      * written some of its chunks before giving up. a param the
      * revert found missing is deleted again; a state is only put
      * back where the revert had rewritten it.
      *----------------------------------------------------------------
       unwind-revert.
           move 1 to unwinding
           perform
             varying tg-ind from 1 by 1
               until tg-ind is greater than failed-at
             if tg-kind(tg-ind) is equal to 'V'
               if tg-was-there(tg-ind) is equal to 1
                 move tg-was-value(tg-ind) to store-value
                 move tg-was-expires(tg-ind) to restore-expires
                 perform store-target-value
               else
                 perform delete-stored-param
               end-if
             else
               if tg-applied(tg-ind) is equal to 1
                 move tg-was-value(tg-ind)(1:40) to state-target
                 perform restore-section-state
               end-if
             end-if
           end-perform.

      *----------------------------------------------------------------
      * removes a param - primary row plus continuation chunks - and
      * ships the DELV journal entry apply-del-value replays on the
      * standby, as txn-update's unwind does. one already gone is
      * nothing to do.
      *----------------------------------------------------------------
       delete-stored-param.
           move tg-section(tg-ind) to ssection-name
           move tg-param(tg-ind) to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               exit paragraph
           end-read
           move schunk-count to del-chunk-count
           if del-chunk-count is greater than 4
             move 4 to del-chunk-count
           end-if
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
           end-delete
           perform
             varying del-chunk-ind from 2 by 1
               until del-chunk-ind is greater than del-chunk-count
             compute del-chunk-digit = del-chunk-ind - 1 end-compute
             move spaces to del-chunk-key
             string function trim(tg-param(tg-ind))
                 delimited by size
                 '~0' delimited by size
                 del-chunk-digit delimited by size
               into del-chunk-key
             end-string
             move tg-section(tg-ind) to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             end-delete
           end-perform
           call 'cache-invalidate' using
             by reference tg-section(tg-ind)
           end-call

           move 'DELV' to journal-op
           move spaces to journal-value
           call 'journal-change' using
             by reference journal-op
             by reference tg-section(tg-ind)
             by reference tg-param(tg-ind)
             by reference journal-value
             by reference journal-expires
           end-call.

      *----------------------------------------------------------------
      * rewrites one section's state to state-target the way
      * roll-state does: read under lock with fix-section's retry,
      * the displaced state retained first (rcode 'rv'), then the
      * rewrite, its STAT journal entry and its filing under this
      * request. replaced-state comes back holding what was there.
      *----------------------------------------------------------------
       restore-section-state.
           move zero to state-applied
           move zero to lock-retry-count
           move zero to lock-acquired
           move tg-section(tg-ind) to name
           perform
             until lock-acquired is equal to 1
                or lock-retry-count is greater than max-lock-retries
             read sections-db record
               invalid key
                 if section-status-1 is equal to '9'
                     and section-status-2 is equal to '08'
                   add 1 to lock-retry-count end-add
                   perform backoff-wait
                 else
                   move 99 to lock-retry-count
                 end-if
               not invalid key
                 move 1 to lock-acquired
             end-read
           end-perform
           if lock-acquired is not equal to 1
             if unwinding is equal to zero
               move tg-ind to failed-at
               move 'lk' to failure-rcode
             end-if
             exit paragraph
           end-if

           move state to replaced-state
           move tg-section(tg-ind) to sh-section-name
           move 9999 to sh-seq
           start state-history-db key is less than state-history-key
             invalid key
               move 1 to sh-next-seq
             not invalid key
               read state-history-db next record
                 at end
                   move 1 to sh-next-seq
                 not at end
                   if sh-section-name is equal to tg-section(tg-ind)
                     compute sh-next-seq = sh-seq + 1
                   else
                     move 1 to sh-next-seq
                   end-if
               end-read
           end-start
           move tg-section(tg-ind) to sh-section-name
           move sh-next-seq to sh-seq
           move function current-date(1:8) to sh-changed-on
           move 'rv' to sh-rcode
           move replaced-state to sh-prior-state
           write state-history-record
             invalid key
               continue
           end-write

           move state-target to state
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               unlock sections-db
               if unwinding is equal to zero
                 move tg-ind to failed-at
                 move 'fl' to failure-rcode
               end-if
               exit paragraph
           end-rewrite
           move 1 to state-applied

           call 'cache-invalidate' using
             by reference tg-section(tg-ind)
           end-call
           call 'note-request-change' using
             by reference note-kind
             by reference tg-section(tg-ind)
             by reference note-param
             by reference note-prior
             by reference sh-next-seq
             by reference sh-next-seq
           end-call
           move 'STAT' to journal-op
           move spaces to journal-param
           move spaces to journal-value
           move state-target to journal-value(1:40)
           call 'journal-change' using
             by reference journal-op
             by reference tg-section(tg-ind)
             by reference journal-param
             by reference journal-value
             by reference journal-expires
           end-call.

       backoff-wait.
      *  spin a little longer with each successive retry rather than
      *  hammering the lock immediately again - see fix-section.cbl.
           compute lock-backoff-limit =
             lock-retry-count * lock-retry-count * 1000
           perform
             varying spin-count from 1 by 1
               until spin-count is greater than lock-backoff-limit
             continue
           end-perform.

       end program revert-req.
