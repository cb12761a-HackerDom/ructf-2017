       identification division.
       program-id. ticket-sect.

      * admin command: designates a section ticket-only (or releases
      * it) - see ticketreqdb.cpy. once flagged, every change to the
      * section must be made under a change ticket named with
      * change-tkt (changeticket.cpy); process-request refuses one
      * that isn't with 'tk'. authenticates against the shared
      * admin-master-key the same way protect-sec does: which
      * sections sit under change management is the change board's
      * call, not something a section's own key holder gets to
      * switch off for themselves.
      * 'ON' flags the section, 'OFF' releases it.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy ticketreqdb.

       data division.
       file section.
         copy sectionrecord.
         copy ticketreqrecord.

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'ticket-sect'.
         01 keys-equal picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 onoff-arg picture x(3).
           02 filler picture x(890).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-ticket-sect.
           if argc is less than 123
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move function upper-case(section-name) to section-name
           move function upper-case(onoff-arg) to onoff-arg

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if

           if onoff-arg is not equal to 'ON '
               and onoff-arg is not equal to 'OFF'
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the section has to be real before it can be designated -
      * the protect-sec rule.
      *----------------------------------------------------------------
           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           move section-name to treq-section-name
           if onoff-arg is equal to 'OFF'
             delete tickets-required-db record
               invalid key
                 continue
             end-delete
           else
             move function current-date(1:8) to treq-flagged-on
             write ticket-req-record
               invalid key
                 rewrite ticket-req-record
                   invalid key
                     move 'fl' to rcode
                     perform finish-short
                 end-rewrite
             end-write
           end-if

           move 'ok' to rcode
           perform finish-short.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program ticket-sect.
