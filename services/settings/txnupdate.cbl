      * DELV journal entry so the standby unwinds too.
      * rcodes: ok/kw, bn, na, ro, ke, iv (bad count or name), vr
      * (rule refusal, rdetail names it), qx (quota), fl (write
      * failed) - qx/fl after the unwind has run - pl (a pair's
      * param is locked or write-once and set, rdetail names it)
      * and pr: the section is under four-eyes control, and its
      * values only move through the approval queue one change at
      * a time.

       environment division.
       input-output section.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         01 rule-status picture 9.
         01 lock-status picture 9.
         01 profile-allows picture 9.
         01 assert-status picture 9.
         01 failed-assert-seq picture 9(3).

      *----------------------------------------------------------------
      * phase one: every pair validated - names past the shared
      * allowlist, values past their rules, params past their
      * write-once or locked mark (check-param-lock.cbl) - before a
      * byte is written.
      *----------------------------------------------------------------
           perform
             varying pair-ind from 1 by 1
               end-call
               goback
             end-if

             call 'check-param-lock' using
                 by reference section-name
                 by reference txn-param(pair-ind)
               returning lock-status
             end-call
             if lock-status is not equal to zero
               move 'pl' to rcode
               move spaces to rdetail
               if lock-status is equal to 1
                 string function trim(txn-param(pair-ind))
                     delimited by size
                     ' is locked' delimited by size
                   into rdetail
                 end-string
               else
                 string function trim(txn-param(pair-ind))
                     delimited by size
                     ' is write-once and already set'
                     delimited by size
                   into rdetail
                 end-string
               end-if
               move 62 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
             end-if
           end-perform

      *----------------------------------------------------------------
       delete-stored-param.
           move section-name to ssection-name
           move txn-param(unwind-ind) to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               exit paragraph
           if del-chunk-count is greater than 4
             move 4 to del-chunk-count
           end-if
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
             end-string
             move section-name to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             end-delete
           end-perform
           call 'cache-invalidate' using
             by reference section-name
           end-call

           move 'DELV' to journal-op
           move spaces to journal-value
