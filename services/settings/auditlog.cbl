       data division.
       file section.
       fd audit-file.
      *  widened for the note/ticket/cid/kfp/opr/crt/hash tails -
      *  every one of them at full width comes to 326 bytes, so the
      *  ' h=' tail always fits. line sequential strips the trailing
      *  spaces of a short line, so old readers see exactly the
      *  lines they always did.
       01 audit-line picture x(340).

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy changeticket.
         copy correlation.
         copy auditkey.
         copy operatorstate.
         copy connadmin.
         copy auditchain.
       01 audit-timestamp picture x(21).
       01 audit-ptr binary-long unsigned.
       01 chain-content-length binary-long unsigned.
       01 chain-work binary-long unsigned.
       01 recover-at-eof picture 9.
       01 recover-line picture x(340).
       01 recover-length binary-long unsigned.
       01 fwd-source picture x(8) value 'audit'.
       01 fwd-severity picture 9.
       01 fwd-prev-hash picture x(8).
       01 fwd-hash picture x(8).

       linkage section.
       01 audit-section-name picture x(40).
             move spaces to audit-note
           end-if

      *----------------------------------------------------------------
      * the change ticket this mutation is being made under
      * (changeticket.cpy) - ' tkt=' and the quoted reason, the tags
      * ticket-report.cbl reads back to show the change board what
      * landed under each ticket.
      *----------------------------------------------------------------
           if change-current-ticket is not equal to spaces
               and change-current-ticket is not equal to low-values
             string ' tkt=' delimited by size
                 change-current-ticket delimited by space
               into audit-line
               with pointer audit-ptr
             end-string
             if change-current-reason is not equal to spaces
               string ' why="' delimited by size
                   function trim(change-current-reason)
                     delimited by size
                   '"' delimited by size
                 into audit-line
                 with pointer audit-ptr
               end-string
             end-if
           end-if

      *----------------------------------------------------------------
      * the correlation id of the request being served, when one is
      * live (correlation.cpy) - the same id the client got in its
             end-string
           end-if

      *----------------------------------------------------------------
      * the fingerprint of the api-key that made this mutation
      * (auditkey.cpy), when one did - ' kfp=' and 15 digits. like
      * the correlation id it is only ever read here.
      *----------------------------------------------------------------
           if audit-key-fingerprint is not equal to spaces
               and audit-key-fingerprint is not equal to low-values
             string ' kfp=' delimited by size
                 audit-key-fingerprint delimited by size
               into audit-line
               with pointer audit-ptr
             end-string
           end-if

      *----------------------------------------------------------------
      * the operator whose one-time code opened the session this
      * master-key command runs under (operatorstate.cpy) - ' opr='
      * and the name.
      *----------------------------------------------------------------
           if audit-operator-name is not equal to spaces
               and audit-operator-name is not equal to low-values
             string ' opr=' delimited by size
                 audit-operator-name delimited by space
               into audit-line
               with pointer audit-ptr
             end-string
           end-if

      *----------------------------------------------------------------
      * the client certificate the connection logged in with
      * (connadmin.cpy, cert-login.cbl) - ' crt=' and the quoted
      * subject.
      *----------------------------------------------------------------
           if audit-cert-subject is not equal to spaces
               and audit-cert-subject is not equal to low-values
             string ' crt="' delimited by size
                 function trim(audit-cert-subject) delimited by size
                 '"' delimited by size
               into audit-line
               with pointer audit-ptr
             end-string
           end-if

      *----------------------------------------------------------------
      * the tamper-evident chain (see auditchain.cpy): the line's
      * hash folds the previous line's hash together with this
           if audit-timestamp(1:8) is not equal to chain-day
             perform seed-chain-for-day
           end-if
           move chain-last-hash to fwd-prev-hash
           perform compute-line-hash
           move chain-work to chain-last-hash
           move chain-last-hash to chain-hash-display
           write audit-line
           close audit-file

      *----------------------------------------------------------------
      * the line on to the syslog collector when one is configured
      * (see syslogforward.cbl), with its chain link - the hash it
      * folded in and its own - so the collector's copy can be
      * checked link by link. a mutation that landed is a notice,
      * anything refused a warning.
      *----------------------------------------------------------------
           move chain-hash-display to fwd-hash
           if audit-rcode is equal to 'ok'
               or audit-rcode is equal to 'kw'
               or audit-rcode is equal to 'dp'
               or audit-rcode is equal to 'sw'
             move 5 to fwd-severity
           else
             move 4 to fwd-severity
           end-if
           call 'syslog-forward' using
             by reference fwd-source, fwd-severity, fwd-prev-hash,
               fwd-hash, audit-line
           end-call

           goback.

      *----------------------------------------------------------------
