       identification division.
       program-id. ticket-check.

      * answers whether a section-mutating command may touch
      * in-section-name without a change ticket: 1 when the section
      * is designated ticket-only (ticketreqrecord.cpy) and the
      * dispatch carries no ticket in change-current-ticket
      * (changeticket.cpy); 0 otherwise. called by process-request
      * ahead of every section-mutating dispatch, beside
      * lease-check - one gate, every writer.

       environment division.
       input-output section.
       file-control.
         copy ticketreqdb.

       data division.
       file section.
         copy ticketreqrecord.

       working-storage section.
         copy serverconfig.
         copy changeticket.

       linkage section.
         01 in-section-name picture x(40).
         01 out-refused picture 9.

       procedure division using in-section-name
         returning out-refused.
       start-ticket-check.
           move zero to out-refused
           if change-current-ticket is not equal to spaces
               and change-current-ticket is not equal to low-values
             goback
           end-if

      *----------------------------------------------------------------
      * the fence runs before the dispatched command folds its
      * section argument - folded here the way lease-check folds it.
      *----------------------------------------------------------------
           move function upper-case(in-section-name)
             to treq-section-name
           read tickets-required-db record
             invalid key
               goback
           end-read
           move 1 to out-refused
           goback.

       end program ticket-check.
