      * ticketreqdb.cpy
      * shared file-control entry for the tickets-required-db
      * (tickets-required.dat) indexed file - one optional record
      * per section change management has designated ticket-only:
      * every change to a listed section must be made under a
      * change ticket (see changeticket.cpy) or it is refused 'tk'.
      * copied by every program that checks or maintains the flag
      * so the file-name/key never drifts between them. the actual
      * path lives in tickets-required-dat-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
         select optional tickets-required-db assign to external
             tickets-required-dat-path
           organization is indexed
           access mode is dynamic
           record key is treq-section-name
           lock mode is automatic
           sharing with all other.
