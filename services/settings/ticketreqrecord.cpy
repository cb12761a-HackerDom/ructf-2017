      * ticketreqrecord.cpy
      * shared record layout for the tickets-required-db
      * (tickets-required.dat) file. copied by every program that
      * reads or writes ticket-req-record so the layout never drifts
      * between them.
      * a section with a record here takes no change without a
      * change ticket - see ticketreqdb.cpy. ticket-sect.cbl is the
      * only writer; ticket-check.cbl is what process-request asks
      * ahead of every section-mutating dispatch.
         fd tickets-required-db is external.
         01 ticket-req-record.
           02 treq-section-name picture x(40).
           02 treq-flagged-on picture 9(8).
