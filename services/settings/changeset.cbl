      *   'ABRT' - discard the changeset.
      * a changeset holds at most 20 entries - the unwind table's
      * size; 'cf' answers an ADD/REM past it.
      * a SET or DELETE of a locked param, or of a write-once one
      * that already holds a value (check-param-lock.cbl), is
      * refused 'pl' at staging and again at commit, before
      * anything is applied.
      * rcodes: ok, na, iv, ae, nf, cf, vr, pl, qx, fl.

       environment division.
       input-output section.
         01 walk-done picture 9.
         01 entry-count picture 99.
         01 rule-status picture 9.
         01 lock-status picture 9.
         01 failed-rule-type picture x(4).
         01 expires-num picture 9(8).
         01 want-history-flag picture 9.
             goback
           end-if

           perform refuse-if-param-locked

           perform count-staged-entries
           if entry-count is greater than or equal to 20
             move 'cf' to rcode
             perform answer-iv
             goback
           end-if
           perform refuse-if-param-locked
           perform count-staged-entries
           if entry-count is greater than or equal to 20
             move 'cf' to rcode
           end-write
           perform answer-ok.

      *----------------------------------------------------------------
      * a locked param, or a write-once one already set, is refused
      * 'pl' at staging like a rule failure - and again at commit,
      * since the mark may have gone on in between.
      *----------------------------------------------------------------
       refuse-if-param-locked.
           call 'check-param-lock' using
               by reference arg-section
               by reference arg-param
             returning lock-status
           end-call
           if lock-status is not equal to zero
             move 'pl' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section, audit-cmd-name, rcode
             end-call
             goback
           end-if.

       drop-entry.
           move arg-cs-name to cs-name
           move arg-section to cs-section
             goback
           end-if

           perform
             varying apply-ind from 1 by 1
               until apply-ind is greater than entry-count
             call 'check-param-lock' using
                 by reference ce-section(apply-ind)
                 by reference ce-param(apply-ind)
               returning lock-status
             end-call
             if lock-status is not equal to zero
               move 'pl' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference audit-section, audit-cmd-name, rcode
               end-call
               goback
             end-if
           end-perform

           perform
             varying apply-ind from 1 by 1
               until apply-ind is greater than entry-count
       delete-live-param.
           move ce-section(unwind-ind) to ssection-name
           move ce-param(unwind-ind) to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               exit paragraph
             end-string
             move ce-section(unwind-ind) to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
