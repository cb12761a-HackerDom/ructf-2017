      * authentication is set-param's for PUSH/REM (write scope,
      * age, rate, profile), get-section's for READ.
      * rcodes: ok, kw, na, ro, ke, tl, bn, iv (not a list, bad
      * index), cf (list full), nf, pd, pl (the list is locked, or
      * write-once and already created), qx, fl.

       environment division.
       input-output section.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 lock-status picture 9.
         01 element-count picture 9(3).
         01 element-ind picture 9(3).
         01 target-index picture 9(3).
             goback
           end-if

      *----------------------------------------------------------------
      * the mark is on the list's own name and covers every element
      * under it: a locked list takes no PUSH or REM, a write-once
      * one only the PUSH that creates it (check-param-lock.cbl).
      *----------------------------------------------------------------
           if arg-action is not equal to 'READ'
             call 'check-param-lock' using
                 by reference section-name
                 by reference param-name
               returning lock-status
             end-call
             if lock-status is not equal to zero
               move 'pl' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
             end-if
           end-if

           perform load-list-marker

           evaluate arg-action
               by reference rsv-expires
             returning rsv-found
           end-call
           if rsv-found is not equal to 1
             exit paragraph
           end-if
           if marker-value(1:6) is equal to '#LIST '
           perform build-element-name
           move section-name to ssection-name
           move element-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
           if element-count is equal to zero
             move section-name to ssection-name
             move param-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
               by reference rsv-expires
             returning rsv-found
           end-call
           if rsv-found is not equal to 1
             exit paragraph
           end-if
           add 1 to r-returned end-add
