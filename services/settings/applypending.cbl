      * quota-checked exactly like the set-param it was standing in
      * for; the applied entry is then deleted from the queue. an
      * entry for a section that no longer exists is reported and
      * dropped rather than conjuring the section back, and so is one
      * whose param has since been locked, or is write-once and
      * already set (check-param-lock.cbl). prints one line per
      * entry and totals. usage:
      *   apply-pending

       environment division.
         copy quotadb.
         copy pendingdb.
         copy sensdb.
         copy paramlockdb.

       data division.
       file section.
         copy quotarecord.
         copy pendingrecord.
         copy sensrecord.
         copy paramlockrecord.

       working-storage section.
         01 setting-status-1 picture xx.
       01 apply-expires picture 9(8).
       01 want-history-flag picture 9 value 1.
       01 store-ok picture 9.
       01 lock-status picture 9.
       01 applied-count binary-long unsigned value 0.
       01 dropped-count binary-long unsigned value 0.
       01 failed-count binary-long unsigned value 0.
           end-if

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open i-o pending-changes-db
           open input sensitive-db
           open input param-locks-db

           perform apply-walk

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close pending-changes-db
           close sensitive-db
           close param-locks-db

           display 'apply-pending: ' applied-count ' applied, '
             dropped-count ' dropped, ' failed-count ' failed'
               exit paragraph
           end-read

           call 'check-param-lock' using
               by reference apply-section
               by reference apply-param
             returning lock-status
           end-call
           if lock-status is not equal to zero
             perform drop-locked-change
             exit paragraph
           end-if

           call 'store-setting-value' using
             by reference apply-section
             by reference apply-param
           move apply-param to pend-param
           move apply-effective to pend-effective-on.

      *----------------------------------------------------------------
      * the param was locked, or set once and for all, after the
      * change was queued - it can never apply, and should not land
      * by surprise the day somebody lifts the mark, so it leaves
      * the queue like an orphan does.
      *----------------------------------------------------------------
       drop-locked-change.
           move 'pl' to audit-rcode
           add 1 to dropped-count end-add
           display '  DROPPED ' function trim(apply-section)
             ' / ' function trim(apply-param)
             ' (param is locked or write-once)' end-display
           call 'audit-log' using
             by reference apply-section, audit-cmd-name, audit-rcode
           end-call
           delete pending-changes-db record
             invalid key
               continue
           end-delete
           move apply-section to pend-section
           move apply-param to pend-param
           move apply-effective to pend-effective-on.

       end program apply-pending.
