       identification division.
       program-id. rename-parm.

      * renames one param within its section - the online
      * counterpart of re-keying a param by hand across every file
      * that carries it. the value (continuation chunks and expiry
      * included) is re-stored under the new name through
      * store-setting-value, so the new name is quota-counted,
      * encrypted for a flagged section and journaled to the standby
      * like any write; the old primary and its chunks then come off
      * with their DELV. the param's history, validation rule,
      * dictionary entry, per-instance overlays, rollout candidate,
      * recurring value window and write-once/lock mark are re-keyed
      * to the new name with it. a param check-param-lock.cbl would
      * refuse a write to - under either name - is not renamed: a
      * rename is a write, and must not be a way out of a lock.
      * views, calcs
      * and assertions naming the old name are NOT rewritten - they
      * are definitions someone wrote by hand, and the where-used
      * command lists them before the rename is made.
      * for PARAMALIASDAYS after the rename (param-alias-days,
      * default 30) get-section still answers reads of the old name
      * with the new name's value, counting every read it answers
      * that way on the alias record (paramaliasrecord.cpy) - a
      * count that has stopped moving is what says the alias can be
      * dropped. zero renames with no alias at all.
      * the new name is written before the old one is removed, so a
      * section at its quota answers 'qx' and nothing has moved.
      * ops (arg-action):
      *   'REN ' - rename old-param to new-param
      *   'READ' - the section's aliases from old-param on (spaces
      *            for the top), 9 to a page, with their hit counts
      *   'DROP' - remove old-param's alias ahead of its expiry
      * authentication is set-param's for REN/DROP (write scope,
      * age, rate, profile), get-section's for READ.
      * rcodes: ok, kw, bn, na, ro, ke, tl, pd, iv (bad name, same
      * name, unknown op), nf (old name not stored, or no such
      * alias), ae (new name already stored), ck, pr (section under
      * four-eyes control), pl (old or new name locked, or
      * write-once), qx, fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.
         copy ruledb.
         copy dictionarydb.
         copy overlaydb.
         copy rolloutdb.
         copy protectdb.
         copy paramaliasdb.
         copy valuewindowdb.
         copy paramlockdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy rulerecord.
         copy dictionaryrecord.
         copy overlayrecord.
         copy rolloutrecord.
         copy protectrecord.
         copy paramaliasrecord.
         copy valuewindowrecord.
         copy paramlockrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         copy serverconfig.
         copy sessionlist.
         copy auditnote.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'rename-parm'.
         01 keys-equal picture 9.
         01 name-valid picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 today-date picture 9(8).
         01 moved-value picture x(348).
         01 probe-value picture x(348).
         01 moved-expires picture 9(8).
         01 probe-expires picture 9(8).
         01 rsv-found picture 9.
         01 want-history-flag picture 9 value zero.
         01 store-ok picture 9.
         01 journal-op picture x(4).
         01 journal-value picture x(348).
         01 journal-expires picture 9(8) value zero.
         01 del-chunk-count picture 9(2).
         01 del-chunk-ind picture 9(2).
         01 del-chunk-digit picture 9.
         01 del-chunk-key picture x(40).
         01 walk-done picture 9.
         01 next-hist-seq picture 9(4).
         01 moved-history-record picture x(496).
         01 moved-rule-record picture x(316).
         01 moved-dictionary-record picture x(248).
         01 moved-overlay-record picture x(191).
         01 moved-rollout-record picture x(178).
         01 moved-window-record picture x(189).
         01 moved-lock-record picture x(104).
         01 lock-status picture 9.
         01 held-instance picture x(16).
         01 alias-cursor picture x(40).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 arg-action picture x(4).
           02 old-param picture x(40).
           02 new-param picture x(40).
           02 filler picture x(820).
         01 result.
           02 rcode picture x(2).
           02 r-returned picture 9.
           02 r-more picture 9.
           02 r-aliases occurs 9 times.
             03 ra-old-param picture x(40).
             03 ra-new-param picture x(40).
             03 ra-expires-on picture 9(8).
             03 ra-hit-count picture 9(9).
             03 ra-last-hit-on picture 9(8).
           02 filler picture x(75).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-rename-parm.
           if argc is less than 204
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to key-in-grace
           move function upper-case(section-name) to section-name
           move function upper-case(arg-action) to arg-action
           move function current-date(1:8) to today-date

           if skey is equal to spaces
               and session-current-flag is equal to 1
               and session-current-section is equal to section-name
             move session-current-key to skey
           end-if

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             call 'const-time-eq' using
                 by reference skey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               if arg-action is not equal to 'READ'
                   and api-key-read-only(ind)
                 move 'ro' to rcode
                 perform finish-short
               end-if
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is equal to 2
                 move 'ke' to rcode
                 perform finish-short
               end-if
               if key-age-status is equal to 1
                 move 1 to key-in-grace
               end-if
               call 'rate-limit-check' using
                   by reference api-key(ind)
                 returning rate-allows
               end-call
               if rate-allows is equal to zero
                 move 'tl' to rcode
                 perform finish-short
               end-if
      *----------------------------------------------------------------
      * named-profile policy - see profile-check.cbl and the same
      * gate in set-param.cbl. asked about the old name: that is
      * the param the caller is changing.
      *----------------------------------------------------------------
               call 'profile-check' using
                   by reference skey
                   by reference section-name
                   by reference audit-cmd-name
                   by reference old-param
                 returning profile-allows
               end-call
               if profile-allows is equal to zero
                 move 'pd' to rcode
                 perform finish-short
               end-if
               perform run-action
               goback
             end-if
           end-perform

           move 'na' to rcode
           perform finish-short.

       run-action.
           evaluate arg-action
             when 'REN '
               perform rename-one-param
             when 'READ'
               perform read-aliases
             when 'DROP'
               perform drop-one-alias
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate.

       rename-one-param.
           call 'validate-name' using
             by reference old-param
             by content 40
             returning name-valid
           end-call
           if name-valid is equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if
           call 'validate-name' using
             by reference new-param
             by content 40
             returning name-valid
           end-call
           if name-valid is equal to zero
               or new-param is equal to old-param
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * four-eyes control: a rename moves a value to a name no
      * approval ever saw - the same stance roll-param and
      * incr-param take on a protected section.
      *----------------------------------------------------------------
           move section-name to prot-section-name
           read protected-db record
             invalid key
               continue
             not invalid key
               move 'pr' to rcode
               perform finish-short
           end-read

      *----------------------------------------------------------------
      * the lock marks (check-param-lock.cbl): the old name's, or a
      * mark already waiting on the new one, refuses the rename the
      * way it refuses any other write.
      *----------------------------------------------------------------
           call 'check-param-lock' using
               by reference section-name
               by reference old-param
             returning lock-status
           end-call
           if lock-status is equal to zero
             call 'check-param-lock' using
                 by reference section-name
                 by reference new-param
               returning lock-status
             end-call
           end-if
           if lock-status is not equal to zero
             move 'pl' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the value comes back plaintext through read-setting-value -
      * the re-store below encrypts it again as its own write, never
      * wrapping cipher in cipher. an expired value is as good as
      * gone, the way get-section sees it.
      *----------------------------------------------------------------
           move spaces to moved-value
           call 'read-setting-value' using
               by reference section-name
               by reference old-param
               by reference moved-value
               by reference moved-expires
             returning rsv-found
           end-call
           if rsv-found is equal to 2
             move 'ck' to rcode
             perform finish-short
           end-if
           if rsv-found is not equal to 1
               or (moved-expires is greater than zero
                 and moved-expires is not greater than today-date)
             move 'nf' to rcode
             perform finish-short
           end-if

           move spaces to probe-value
           call 'read-setting-value' using
               by reference section-name
               by reference new-param
               by reference probe-value
               by reference probe-expires
             returning rsv-found
           end-call
           if rsv-found is not equal to zero
             move 'ae' to rcode
             perform finish-short
           end-if

           call 'store-setting-value' using
             by reference section-name
             by reference new-param
             by reference moved-value
             by reference want-history-flag
             by reference moved-expires
             returning store-ok
           end-call
           if store-ok is equal to 2
             move 'qx' to rcode
             perform finish-short
           end-if
           if store-ok is equal to zero
             move 'fl' to rcode
             perform finish-short
           end-if

           perform move-history
           perform delete-old-param
           perform move-rule
           perform move-dictionary-entry
           perform move-overlays
           perform move-rollout
           perform move-value-window
           perform move-param-lock
           perform repoint-aliases
           if param-alias-days is greater than zero
             perform file-alias
           end-if

           call 'cache-invalidate' using
             by reference section-name
           end-call
           call 'notify-watchers' using
             by reference section-name
           end-call
           move spaces to audit-note
           string 'RENAMED ' delimited by size
               function trim(old-param) delimited by size
               ' TO ' delimited by size
               function trim(new-param) delimited by size
             into audit-note
           end-string
           perform answer-ok.

      *----------------------------------------------------------------
      * the old name's history entries, oldest first, re-keyed under
      * the new name after any history the new name already carries
      * from an earlier life - seq stays chronological within a
      * param (see find-next-hist-seq in storesettingvalue.cbl).
      *----------------------------------------------------------------
       move-history.
           move zero to next-hist-seq
           move section-name to hist-section-name
           move new-param to hist-param-name
           move zero to hist-seq
           move zero to walk-done
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
                 if hist-section-name is not equal to section-name
                     or hist-param-name is not equal to new-param
                   move 1 to walk-done
                 else
                   move hist-seq to next-hist-seq
                 end-if
             end-read
           end-perform

           perform forever
             move section-name to hist-section-name
             move old-param to hist-param-name
             move zero to hist-seq
             start setting-history-db
               key is not less than history-key
               invalid key
                 exit perform
             end-start
             read setting-history-db next record
               at end
                 exit perform
             end-read
             if hist-section-name is not equal to section-name
                 or hist-param-name is not equal to old-param
               exit perform
             end-if
             move history-record to moved-history-record
             delete setting-history-db record
               invalid key
                 continue
             end-delete
             move moved-history-record to history-record
             move new-param to hist-param-name
             add 1 to next-hist-seq end-add
             move next-hist-seq to hist-seq
             write history-record
               invalid key
                 continue
             end-write
           end-perform.

      *----------------------------------------------------------------
      * the old primary plus its continuation chunks, and the DELV
      * apply-del-value replays on the standby - the same removal
      * txn-update's delete-stored-param makes.
      *----------------------------------------------------------------
       delete-old-param.
           move section-name to ssection-name
           move old-param to sparam-name
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
             string function trim(old-param) delimited by size
                 '~0' delimited by size
                 del-chunk-digit delimited by size
               into del-chunk-key
             end-string
             move section-name to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             end-delete
           end-perform

           move 'DELV' to journal-op
           move spaces to journal-value
           call 'journal-change' using
             by reference journal-op
             by reference section-name
             by reference old-param
             by reference journal-value
             by reference journal-expires
           end-call.

      *----------------------------------------------------------------
      * the side-file moves: written under the new name (rewritten
      * over a stale one left from the new name's earlier life -
      * the renamed param's own definitions win), then the old key
      * deleted.
      *----------------------------------------------------------------
       move-rule.
           move section-name to rule-section
           move old-param to rule-param
           read rules-db record
             invalid key
               exit paragraph
           end-read
           move rule-record to moved-rule-record
           delete rules-db record
             invalid key
               continue
           end-delete
           move moved-rule-record to rule-record
           move new-param to rule-param
           write rule-record
             invalid key
               rewrite rule-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       move-dictionary-entry.
           move section-name to dict-section
           move old-param to dict-param
           read dictionary-db record
             invalid key
               exit paragraph
           end-read
           move dictionary-record to moved-dictionary-record
           delete dictionary-db record
             invalid key
               continue
           end-delete
           move moved-dictionary-record to dictionary-record
           move new-param to dict-param
           write dictionary-record
             invalid key
               rewrite dictionary-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       move-overlays.
           move low-values to held-instance
           perform forever
             move section-name to ov-section
             move old-param to ov-param
             move held-instance to ov-instance
             start overlays-db
               key is greater than overlay-key
               invalid key
                 exit perform
             end-start
             read overlays-db next record
               at end
                 exit perform
             end-read
             if ov-section is not equal to section-name
                 or ov-param is not equal to old-param
               exit perform
             end-if
             move ov-instance to held-instance
             move overlay-record to moved-overlay-record
             delete overlays-db record
               invalid key
                 continue
             end-delete
             move moved-overlay-record to overlay-record
             move new-param to ov-param
             write overlay-record
               invalid key
                 rewrite overlay-record
                   invalid key
                     continue
                 end-rewrite
             end-write
           end-perform.

       move-rollout.
           move section-name to rollout-section
           move old-param to rollout-param
           read rollouts-db record
             invalid key
               exit paragraph
           end-read
           move rollout-record to moved-rollout-record
           delete rollouts-db record
             invalid key
               continue
           end-delete
           move moved-rollout-record to rollout-record
           move new-param to rollout-param
           write rollout-record
             invalid key
               rewrite rollout-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       move-value-window.
           move section-name to win-section
           move old-param to win-param
           read value-windows-db record
             invalid key
               exit paragraph
           end-read
           move value-window-record to moved-window-record
           delete value-windows-db record
             invalid key
               continue
           end-delete
           move moved-window-record to value-window-record
           move new-param to win-param
           write value-window-record
             invalid key
               rewrite value-window-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       move-param-lock.
           move section-name to plk-section
           move old-param to plk-param
           read param-locks-db record
             invalid key
               exit paragraph
           end-read
           move param-lock-record to moved-lock-record
           delete param-locks-db record
             invalid key
               continue
           end-delete
           move moved-lock-record to param-lock-record
           move new-param to plk-param
           write param-lock-record
             invalid key
               rewrite param-lock-record
                 invalid key
                   continue
               end-rewrite
           end-write.

      *----------------------------------------------------------------
      * a chain of renames stays one hop deep: an alias that led to
      * the old name now leads to the new one, and an alias still
      * filed under the new name is dropped - that name is real
      * again, and a stored param always answers ahead of an alias.
      *----------------------------------------------------------------
       repoint-aliases.
           move section-name to alias-section
           move new-param to alias-old-param
           read param-aliases-db record
             invalid key
               continue
             not invalid key
               delete param-aliases-db record
                 invalid key
                   continue
               end-delete
           end-read

           move section-name to alias-section
           move low-values to alias-old-param
           move zero to walk-done
           start param-aliases-db
             key is greater than param-alias-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read param-aliases-db next record
               at end
                 move 1 to walk-done
               not at end
                 if alias-section is not equal to section-name
                   move 1 to walk-done
                 else
                   if alias-new-param is equal to old-param
                     move new-param to alias-new-param
                     rewrite param-alias-record
                       invalid key
                         continue
                     end-rewrite
                   end-if
                 end-if
             end-read
           end-perform.

       file-alias.
           move section-name to alias-section
           move old-param to alias-old-param
           move new-param to alias-new-param
           move today-date to alias-renamed-on
           compute alias-expires-on = function date-of-integer(
               function integer-of-date(today-date)
               + param-alias-days)
           end-compute
           move zero to alias-hit-count
           move zero to alias-last-hit-on
           write param-alias-record
             invalid key
               rewrite param-alias-record
                 invalid key
                   continue
               end-rewrite
           end-write.

      *----------------------------------------------------------------
      * one page of the section's aliases, expired ones included -
      * an alias past its date is no longer honoured, but its final
      * count is still the answer to "was anyone left reading it".
      *----------------------------------------------------------------
       read-aliases.
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move zero to r-returned
           move zero to r-more
           move old-param to alias-cursor
           if alias-cursor is equal to spaces
             move low-values to alias-cursor
           end-if
           move section-name to alias-section
           move alias-cursor to alias-old-param
           move zero to walk-done
           start param-aliases-db
             key is greater than param-alias-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read param-aliases-db next record
               at end
                 move 1 to walk-done
               not at end
                 if alias-section is not equal to section-name
                   move 1 to walk-done
                 else
                   if r-returned is equal to 9
                     move 1 to r-more
                     move 1 to walk-done
                   else
                     add 1 to r-returned end-add
                     move alias-old-param to ra-old-param(r-returned)
                     move alias-new-param to ra-new-param(r-returned)
                     move alias-expires-on
                       to ra-expires-on(r-returned)
                     move alias-hit-count to ra-hit-count(r-returned)
                     move alias-last-hit-on
                       to ra-last-hit-on(r-returned)
                   end-if
                 end-if
             end-read
           end-perform
           compute result-length = 4 + r-returned * 105 end-compute
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       drop-one-alias.
           move section-name to alias-section
           move old-param to alias-old-param
           read param-aliases-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-read
           delete param-aliases-db record
             invalid key
               continue
           end-delete
           call 'cache-invalidate' using
             by reference section-name
           end-call
           move spaces to audit-note
           string 'ALIAS DROPPED ' delimited by size
               function trim(old-param) delimited by size
             into audit-note
           end-string
           perform answer-ok.

       answer-ok.
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program rename-parm.
