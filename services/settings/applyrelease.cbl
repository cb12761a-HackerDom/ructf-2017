       identification division.
       program-id. apply-release.

      * works out - and, asked to, applies - the differences between
      * a named release (releaserecord.cpy) and its section's live
      * params, into release-diff (releasediff.cpy). shared by
      * promote-release.cbl, which lands a release promoted from
      * another instance, and approve-chg.cbl, which lands one that
      * was parked for four-eyes approval instead.
      * in-op:
      *   'D' - the differences only, nothing written
      *   'A' - the differences applied as one transaction: every
      *         changed param past its lock (check-param-lock.cbl -
      *         'pl', naming it in rd-detail) and every release
      *         value past its param's rule first, nothing written
      *         if any is refused; then each release value
      *         re-stored through store-setting-value with history
      *         on, and each live param the release never had
      *         deleted with its DELV shipped. a failure part way
      *         puts every row back from its before-image - the
      *         txn-update contract at release size - and watchers
      *         are told once it has all landed.
      * values compare as release.cbl's ROLL compares them - value
      * only; a re-stored value takes the release's expiry.
      * the caller opens releases-db, param-locks-db and the settings
      * connector (the listener has them open already; a batch opens
      * its own).

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy releasedb.

       data division.
       file section.
         copy settingrecord.
         copy releaserecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 walk-done picture 9.
         01 work-param picture x(40).
         01 live-value picture x(348).
         01 live-expires picture 9(8).
         01 live-found picture 9.
         01 row-ind binary-long unsigned.
         01 failed-at binary-long unsigned.
         01 rule-status picture 9.
         01 failed-rule-type picture x(4).
         01 lock-status picture 9.
         01 want-history-flag picture 9 value 1.
         01 store-ok picture 9.
         01 store-value picture x(348).
         01 store-expires picture 9(8).
         01 journal-op picture x(4).
         01 journal-value picture x(348).
         01 journal-expires picture 9(8) value zero.
         01 del-chunk-count binary-long unsigned.
         01 del-chunk-ind binary-long unsigned.
         01 del-chunk-digit picture 9.
         01 del-chunk-key picture x(40).
         77 max-rows binary-long unsigned value 60.

       linkage section.
         01 in-op picture x.
         01 in-section-name picture x(40).
         01 in-release-name picture x(16).
         copy releasediff.

       procedure division
         using in-op, in-section-name, in-release-name, release-diff.
       start-apply-release.
           move 'ok' to rd-rcode
           move spaces to rd-detail
           move zero to rd-count

           move in-section-name to rel-section
           move in-release-name to rel-name
           move spaces to rel-param
           read releases-db record
             invalid key
               move 'nf' to rd-rcode
               goback
           end-read

           perform diff-release-params
           if rd-rcode is equal to 'ok'
             perform diff-unreleased-params
           end-if
           if rd-rcode is not equal to 'ok'
               or in-op is not equal to 'A'
               or rd-count is equal to zero
             goback
           end-if

           perform validate-release-locks
           if rd-rcode is not equal to 'ok'
             goback
           end-if
           perform validate-release-values
           if rd-rcode is not equal to 'ok'
             goback
           end-if

           move zero to failed-at
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than rd-count
                 or failed-at is not equal to zero
             if rd-op(row-ind) is equal to 'SET '
               move rd-release-value(row-ind) to store-value
               move rd-release-expires(row-ind) to store-expires
               perform store-row-value
               if store-ok is not equal to 1
                 move row-ind to failed-at
                 if store-ok is equal to 2
                   move 'qx' to rd-rcode
                 else
                   move 'fl' to rd-rcode
                 end-if
               end-if
             else
               perform delete-row-param
             end-if
           end-perform

           if failed-at is not equal to zero
             perform unwind-rows
             goback
           end-if

           call 'notify-watchers' using
             by reference in-section-name
           end-call
           goback.

      *----------------------------------------------------------------
      * pass 1: every release param whose live value differs or is
      * missing.
      *----------------------------------------------------------------
       diff-release-params.
           move in-section-name to rel-section
           move in-release-name to rel-name
           move spaces to rel-param
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
                   if rel-section is not equal to in-section-name
                       or rel-name is not equal to in-release-name
                     move 1 to walk-done
                   else
                     perform diff-one-release-param
                   end-if
               end-read
             end-if
           end-perform.

       diff-one-release-param.
           move rel-param to work-param
           call 'read-setting-value' using
               by reference in-section-name
               by reference work-param
               by reference live-value
               by reference live-expires
             returning live-found
           end-call
           if live-found is equal to 2
             move 'ck' to rd-rcode
             move work-param to rd-detail
             move 1 to walk-done
             exit paragraph
           end-if
           if live-found is equal to 1
               and live-value is equal to rel-value
             exit paragraph
           end-if
           if rd-count is not less than max-rows
             move 'tl' to rd-rcode
             move 1 to walk-done
             exit paragraph
           end-if
           add 1 to rd-count end-add
           move 'SET ' to rd-op(rd-count)
           move work-param to rd-param(rd-count)
           move live-found to rd-live-found(rd-count)
           move live-value to rd-live-value(rd-count)
           move live-expires to rd-live-expires(rd-count)
           move rel-value to rd-release-value(rd-count)
           move rel-expires to rd-release-expires(rd-count).

      *----------------------------------------------------------------
      * pass 2: every live primary the release never had.
      *----------------------------------------------------------------
       diff-unreleased-params.
           move in-section-name to ssection-name
           move low-values to sparam-name
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read settings-db record
                 at end
                   move 1 to walk-done
                 not at end
                   if ssection-name is not equal to in-section-name
                     move 1 to walk-done
                   else
                     if schunk-count is greater than zero
                       perform diff-one-live-param
                     end-if
                   end-if
               end-read
             end-if
           end-perform.

       diff-one-live-param.
           move sparam-name to work-param
           move in-section-name to rel-section
           move in-release-name to rel-name
           move work-param to rel-param
           read releases-db record
             invalid key
               continue
             not invalid key
               perform repark-live-cursor
               exit paragraph
           end-read

           call 'read-setting-value' using
               by reference in-section-name
               by reference work-param
               by reference live-value
               by reference live-expires
             returning live-found
           end-call
           if live-found is equal to 2
             move 'ck' to rd-rcode
             move work-param to rd-detail
             move 1 to walk-done
             exit paragraph
           end-if
           if rd-count is not less than max-rows
             move 'tl' to rd-rcode
             move 1 to walk-done
             exit paragraph
           end-if
           add 1 to rd-count end-add
           move 'DEL ' to rd-op(rd-count)
           move work-param to rd-param(rd-count)
           move 1 to rd-live-found(rd-count)
           move live-value to rd-live-value(rd-count)
           move live-expires to rd-live-expires(rd-count)
           move spaces to rd-release-value(rd-count)
           move zero to rd-release-expires(rd-count)
           perform repark-live-cursor.

       repark-live-cursor.
           move in-section-name to ssection-name
           move work-param to sparam-name.

      *----------------------------------------------------------------
      * a release is a write like any other: a locked param, or a
      * write-once one already holding a value, refuses the whole
      * release - set or delete alike - before anything lands.
      *----------------------------------------------------------------
       validate-release-locks.
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than rd-count
                 or rd-rcode is not equal to 'ok'
             call 'check-param-lock' using
                 by reference in-section-name
                 by reference rd-param(row-ind)
               returning lock-status
             end-call
             if lock-status is not equal to zero
               move 'pl' to rd-rcode
               move rd-param(row-ind) to rd-detail
             end-if
           end-perform.

       validate-release-values.
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than rd-count
                 or rd-rcode is not equal to 'ok'
             if rd-op(row-ind) is equal to 'SET '
               call 'check-rule' using
                   by reference in-section-name
                   by reference rd-param(row-ind)
                   by reference rd-release-value(row-ind)
                   by reference failed-rule-type
                 returning rule-status
               end-call
               if rule-status is not equal to zero
                 move 'vr' to rd-rcode
                 string function trim(rd-param(row-ind))
                     delimited by size
                     ' fails ' delimited by size
                     failed-rule-type delimited by size
                     ' rule' delimited by size
                   into rd-detail
                 end-string
               end-if
             end-if
           end-perform.

       store-row-value.
           call 'store-setting-value' using
             by reference in-section-name
             by reference rd-param(row-ind)
             by reference store-value
             by reference want-history-flag
             by reference store-expires
             returning store-ok
           end-call.

      *----------------------------------------------------------------
      * every row up to AND INCLUDING the failed one goes back to its
      * before-image - a failed store can have written some of its
      * chunks before giving up. a param that was not live before
      * is deleted again.
      *----------------------------------------------------------------
       unwind-rows.
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than failed-at
             if rd-live-found(row-ind) is equal to 1
               move rd-live-value(row-ind) to store-value
               move rd-live-expires(row-ind) to store-expires
               perform store-row-value
             else
               perform delete-row-param
             end-if
           end-perform.

      *----------------------------------------------------------------
      * one param off, chunk chain and all, its DELV shipped so the
      * standby follows - release.cbl's remove step.
      *----------------------------------------------------------------
       delete-row-param.
           move in-section-name to ssection-name
           move rd-param(row-ind) to sparam-name
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
             string function trim(rd-param(row-ind))
                 delimited by size
                 '~0' delimited by size
                 del-chunk-digit delimited by size
               into del-chunk-key
             end-string
             move in-section-name to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             end-delete
           end-perform
           call 'cache-invalidate' using
             by reference in-section-name
           end-call
           move 'DELV' to journal-op
           move spaces to journal-value
           call 'journal-change' using
             by reference journal-op
             by reference in-section-name
             by reference rd-param(row-ind)
             by reference journal-value
             by reference journal-expires
           end-call.

       end program apply-release.
