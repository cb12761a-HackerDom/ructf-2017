      *   pr - the section is under four-eyes control; an increment
      *        held for approval would hand out the same number
      *        twice, so protected sections refuse them outright
      *   pl - the param is locked, or write-once and already set

       environment division.
       input-output section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy changeticket.
         copy sessionlist.
         copy approvalflag.
         01 section-status-1 picture xx.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 lock-status picture 9.
         01 today-date picture 9(8).
         01 lock-retry-count picture 99 value zero.
         01 lock-acquired picture 9 value zero.
         01 journal-value picture x(348).
         01 journal-expires picture 9(8).
         01 hist-next-seq picture 9(4).
         01 note-kind picture x value 'V'.
         01 note-prior picture x value 'H'.

       linkage section.
         01 argc binary-long unsigned.
               goback
           end-read

      *----------------------------------------------------------------
      * a locked counter - a frozen sequence - or a write-once one
      * that already holds its value is refused 'pl' (see
      * check-param-lock.cbl). asked before the record lock is
      * taken, so the probe's own read cannot hold up the bump.
      *----------------------------------------------------------------
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

           if amount-arg is equal to spaces
             move 1 to amount-num
           else
           perform
             until lock-acquired is equal to 1
                or lock-give-up is equal to 1
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 if setting-status-1 is equal to '9'
           move today-date to hist-changed-on
           move spaces to hist-old-value
           move sparam-value to hist-old-value(1:87)
           move spaces to hist-ticket
           move spaces to hist-reason
           if change-current-ticket is not equal to low-values
             move change-current-ticket to hist-ticket
             move change-current-reason to hist-reason
           end-if
           write history-record
             invalid key
               continue
           move spaces to sparam-value
           move new-value-display(19 - trim-ind:trim-ind)
             to sparam-value(1:trim-ind)
           call 'record-checksum' using
               by content 'S'
               by content 'P'
               by reference setting-record
           end-call
           rewrite setting-record
             invalid key
               unlock settings-db

      *----------------------------------------------------------------
      * the committed bump gets the same after-care a set-param
      * write gets: cache drop, change-journal shipping, the
      * request-changes filing, watcher push, audit.
      *----------------------------------------------------------------
           call 'cache-invalidate' using
             by reference section-name
             by reference journal-value
             by reference journal-expires
           end-call
      *    filed under the serving request for revert-req.cbl - the
      *    displaced value is the history record retained above.
           call 'note-request-change' using
             by reference note-kind
             by reference section-name
             by reference param-name
             by reference note-prior
             by reference hist-next-seq
             by reference hist-next-seq
           end-call
           call 'notify-watchers' using
             by reference section-name
           end-call
