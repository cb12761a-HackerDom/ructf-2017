       identification division.
       program-id. section-sandbox.

      * answers whether a section is a sandbox - one keyed probe of
      * sandboxes-db (see sandboxrecord.cpy), owned here so the
      * paths that leave sandboxes out (journal-change, chargeback,
      * fleet-push) don't each carry the file copies themselves.
      * returns 1 for a sandbox, zero for everything else.
      * the server opens sandboxes-db once at start-up; a batch job
      * that reaches here through store-setting-value and
      * journal-change without ever having opened it has it opened
      * and closed around this one call instead - section-
      * version.cbl's stance - so a batch write to a sandbox stays
      * out of the journal as the server's writes do.

       environment division.
       input-output section.
       file-control.
         copy sandboxdb.

       data division.
       file section.
         copy sandboxrecord.

       working-storage section.
         copy serverconfig.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
         01 opened-here picture 9.

       linkage section.
         01 in-section-name picture x(40).
         01 is-sandbox picture 9.

       procedure division
         using in-section-name
         returning is-sandbox.
       start-section-sandbox.
           move zero to is-sandbox
           move zero to opened-here
           if in-section-name is equal to spaces
             goback
           end-if
           move function upper-case(in-section-name) to sb-section
           read sandboxes-db record
             invalid key
               continue
           end-read
           if sandbox-status-1 is equal to '47'
             open input sandboxes-db
             if sandbox-status-1 is not equal to '00'
                 and sandbox-status-1 is not equal to '05'
               goback
             end-if
             move 1 to opened-here
             move function upper-case(in-section-name) to sb-section
             read sandboxes-db record
               invalid key
                 continue
             end-read
           end-if
           if sandbox-status-1 is equal to '00'
             move 1 to is-sandbox
           end-if
           if opened-here is equal to 1
             close sandboxes-db
           end-if
           goback.

       end program section-sandbox.
