       identification division.
       program-id. change-tkt.

      * names the change-management ticket (and a short reason) the
      * rest of this connection's changes are made under - see
      * changeticket.cpy. every mutating command sent afterwards on
      * the same connection carries them into the audit.log line,
      * the history record, the change-journal and the outbox, and
      * a section designated ticket-only (ticket-sect.cbl) takes no
      * change without one. a blank ticket clears it again. the
      * ticket only labels work the command's own key still has to
      * authorize, so no key is asked for here; the labelling itself
      * is audited. the actual table row is added by
      * process-request.cbl once this returns, the login.cbl
      * handoff.
      * the ticket is one word of up to 16 characters (RFC-104233,
      * CHG0012345) - it rides the audit line as a single token;
      * the reason is free text of up to 40.
      * rcodes: ok, iv (a ticket that is not one printable word).

       data division.
       working-storage section.
         copy serverconfig.
         copy changeticket.
         copy auditnote.
         01 audit-cmd-name picture x(11) value 'change-tkt '.
         01 audit-section-name picture x(40) value spaces.
         01 ticket-valid picture 9.
         01 ticket-length binary-long unsigned.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 ticket-arg picture x(16).
      *    optional - unsent reads as no reason given.
           02 reason-arg picture x(40).
           02 filler picture x(957).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-change-tkt.
           if argc is less than 16
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 56
             move spaces to reason-arg
           end-if

           move zero to ticket-request-flag
           move function upper-case(ticket-arg) to ticket-arg

           if ticket-arg is not equal to spaces
             move zero to ticket-length
             inspect ticket-arg tallying ticket-length
               for characters before initial space
             call 'validate-name' using
                 by reference ticket-arg
                 by content ticket-length
               returning ticket-valid
             end-call
             if ticket-length is less than 16
               if ticket-arg(ticket-length + 1:) is not equal to
                   spaces
                 move zero to ticket-valid
               end-if
             end-if
             if ticket-valid is equal to zero
               move 'iv' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference audit-section-name, audit-cmd-name,
                   rcode
               end-call
               goback
             end-if
           end-if

      *----------------------------------------------------------------
      * the reason is quoted on the audit line - a double quote in
      * it would end the quoting early, so it goes in as a single.
      *----------------------------------------------------------------
           inspect reason-arg replacing all '"' by "'"

           move ticket-arg to ticket-request-number
           move reason-arg to ticket-request-reason
           if ticket-arg is equal to spaces
             move spaces to ticket-request-reason
           end-if
           move 1 to ticket-request-flag

           move spaces to audit-note
           if ticket-arg is equal to spaces
             move 'TICKET CLEARED' to audit-note
           else
             string 'TICKET ' delimited by size
                 ticket-arg delimited by space
               into audit-note
             end-string
           end-if
           move 'ok' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program change-tkt.
