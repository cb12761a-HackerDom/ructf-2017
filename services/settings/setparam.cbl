         01 today-date picture 9(8).
         copy approvalflag.
         01 appr-next-seq picture 9(4).
         01 section-is-sensitive picture 9.
         01 looks-secret picture 9.
         01 secret-reason picture x(4).
         01 lock-status picture 9.

       linkage section.
         01 argc binary-long unsigned.
           02 rcode picture x(2).
      *    only meaningful on rcode 'vr' - names the param and the
      *    rule type that refused the value, so the caller doesn't
      *    have to look the rule up to know what bit them - on 'sw',
      *    where it says why the value looked like a secret, and on
      *    'pl', where it says whether the param is locked or
      *    write-once.
           02 rdetail picture x(60).
           02 filler picture x(962).
         01 result-length binary-long unsigned.
             goback
           end-if

      *----------------------------------------------------------------
      * a write-once param that already holds a value, or a locked
      * one (see paramlockrecord.cpy), refuses the change outright -
      * 'pl', with which of the two in rdetail. ahead of the
      * four-eyes park, so a change nobody could ever apply is not
      * put in front of an approver.
      *----------------------------------------------------------------
           call 'check-param-lock' using
               by reference section-name
               by reference param-name
             returning lock-status
           end-call
           if lock-status is not equal to zero
             move 'pl' to rcode
             move spaces to rdetail
             if lock-status is equal to 1
               string function trim(param-name) delimited by size
                   ' is locked' delimited by size
                 into rdetail
               end-string
             else
               string function trim(param-name) delimited by size
                   ' is write-once and already set' delimited by size
                 into rdetail
               end-string
             end-if
             move 62 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

      *----------------------------------------------------------------
      * four-eyes control: a change against a protected section (see
      * protectdb.cpy) is parked in approvals-db once every check
             move 'kw' to rcode
           end-if
           move 2 to result-length
           if rcode is equal to 'ok' and secret-warn-on is equal to 1
             perform warn-if-secret-like
           end-if
      *----------------------------------------------------------------
      * push the change to any connection watching this section - see
      * notifywatchers.cbl - so the feeds stop polling for it.
             by reference section-name, audit-cmd-name, rcode
           end-call.

      *----------------------------------------------------------------
      * the value is stored either way; 'sw' only tells the caller it
      * looks like a credential (see secret-like.cbl) sitting in a
      * section whose values are not encrypted at rest, so it will
      * turn up in dumps, exports and the history file. the age
      * warning 'kw' outranks it.
      *----------------------------------------------------------------
       warn-if-secret-like.
           call 'section-sensitive' using
               by reference section-name
             returning section-is-sensitive
           end-call
           if section-is-sensitive is equal to 1
             exit paragraph
           end-if
           call 'secret-like' using
               by reference param-name
               by reference param-value
               by reference secret-reason
             returning looks-secret
           end-call
           if looks-secret is equal to 1
             move 'sw' to rcode
             move spaces to rdetail
             string 'looks like a secret (' delimited by size
                 function trim(secret-reason) delimited by size
                 ') - section not marked sensitive' delimited by size
               into rdetail
             end-string
             move 62 to result-length
           end-if.

      *----------------------------------------------------------------
      * queues the validated change under (section, param, effective
      * date). re-queueing the same triple replaces the earlier
