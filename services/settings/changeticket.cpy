      * changeticket.cpy
      * shared external state for the change-management ticket a
      * connection's changes are made under - the answer to "which
      * RFC made this change?". a client names its ticket (and a
      * short reason) once with the change-tkt command; every
      * mutating command it sends on that connection afterwards is
      * stamped with them, end to end: the audit.log line
      * (audit-log.cbl), the prior-value history record
      * (store-setting-value.cbl), the change-journal entry
      * (journal-change.cbl) and the outbox row (outbox-append.cbl).
      * a section flagged by ticket-sect (ticketreqrecord.cpy)
      * refuses any change not made under a ticket - 'tk'.
      * the same two-step handoff sessionlist.cpy uses:
      * change-tkt.cbl leaves the request in the ticket-request
      * fields, process-request.cbl (which knows the socket) files
      * the row. before each MUTATING dispatch process-request
      * copies the dispatching socket's row, if any, into the
      * change-current fields and blanks them again afterwards - a
      * read is never stamped. start-handling.cbl clears a
      * connection's row when the socket closes. the HTTP gateway
      * files a row for its one request from the X-Change-Ticket/
      * X-Change-Reason headers; apply-change-journal sets the
      * change-current fields itself from each entry it replays.
         01 change-ticket-state is external.
           02 ticket-request-flag picture 9.
           02 ticket-request-number picture x(16).
           02 ticket-request-reason picture x(40).
           02 change-current-ticket picture x(16).
           02 change-current-reason picture x(40).
           02 change-tickets occurs 64 times.
             03 change-ticket-socket binary-long.
             03 change-ticket-number picture x(16).
             03 change-ticket-reason picture x(40).
