       identification division.
       program-id. set-steward.

      * admin command: names (or clears, or reads back) the steward
      * of a section - see stewardrecord.cpy. the key-owners
      * registry says who holds each key; the steward is who answers
      * for the section when those people have moved on, so it is
      * not something a section's own key holder gets to rewrite -
      * it authenticates against the shared admin-master-key the
      * same way protect-sec does. arg-action:
      *   'SET ' - file the steward fields below (a primary steward
      *            is required; the rest may be blank). re-filing
      *            replaces the whole record and restamps the date
      *   'CLR ' - remove the section's steward record
      *   'GET ' - answer the record as it stands
      * the section has to exist to be given a steward; clearing or
      * reading one whose section is gone still works, so a stale
      * record can always be removed. the audit line names the
      * primary steward filed or cleared (auditnote.cpy).
      * rcodes: ok, na, bn, iv, nf, fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy stewarddb.

       data division.
       file section.
         copy sectionrecord.
         copy stewardrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'set-steward'.
         01 keys-equal picture 9.
         01 name-valid picture 9.
         01 short-by binary-long unsigned.
         01 cleared-primary picture x(40).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 arg-action picture x(4).
           02 steward-fields.
             03 arg-primary picture x(40).
             03 arg-backup picture x(40).
             03 arg-team picture x(40).
             03 arg-escalation picture x(60).
             03 arg-cost-center picture x(12).
           02 filler picture x(668).
         01 result.
           02 rcode picture x(2).
           02 rsteward.
             03 rprimary picture x(40).
             03 rbackup picture x(40).
             03 rteam picture x(40).
             03 rescalation picture x(60).
             03 rcost-center picture x(12).
             03 rrecorded-on picture 9(8).
           02 filler picture x(822).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-set-steward.
           if argc is less than 124
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

      *----------------------------------------------------------------
      * folded to a single case so the record lands on the same key
      * the section's own record uses - see add-section.cbl.
      *----------------------------------------------------------------
           move function upper-case(section-name) to section-name
           move function upper-case(arg-action) to arg-action

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           call 'validate-name' using
             by reference section-name
             by content 40
             returning name-valid
           end-call
           if name-valid is equal to zero
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           evaluate arg-action
             when 'SET '
               perform file-steward
             when 'CLR '
               perform clear-steward
             when 'GET '
               perform show-steward
             when other
               move 'iv' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
           end-evaluate
           goback.

      *----------------------------------------------------------------
      * the steward fields are trailing and the later ones optional -
      * whatever a short argv did not send is taken as blank rather
      * than whatever the buffer held before.
      *----------------------------------------------------------------
       file-steward.
           if argc is less than 356
             compute short-by = 356 - argc end-compute
             if short-by is greater than 232
               move 232 to short-by
             end-if
             move spaces to steward-fields(233 - short-by:short-by)
           end-if
           if arg-primary is equal to spaces
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
           end-read

           move section-name to st-section
           move arg-primary to st-primary
           move arg-backup to st-backup
           move arg-team to st-team
           move arg-escalation to st-escalation
           move function upper-case(arg-cost-center) to st-cost-center
           move function current-date(1:8) to st-recorded-on
           write steward-record
             invalid key
               rewrite steward-record
                 invalid key
                   move 'fl' to rcode
                   move 2 to result-length
                   call 'audit-log' using
                     by reference section-name, audit-cmd-name, rcode
                   end-call
                   goback
               end-rewrite
           end-write

           move spaces to audit-note
           string 'steward ' delimited by size
               function trim(st-primary) delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       clear-steward.
           move section-name to st-section
           read stewards-db record
             invalid key
               move 'nf' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
           end-read
           move st-primary to cleared-primary
           delete stewards-db record
             invalid key
               move 'fl' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
           end-delete
           move spaces to audit-note
           string 'cleared steward ' delimited by size
               function trim(cleared-primary) delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       show-steward.
           move section-name to st-section
           read stewards-db record
             invalid key
               move 'nf' to rcode
               move 2 to result-length
               goback
           end-read
           move st-primary to rprimary
           move st-backup to rbackup
           move st-team to rteam
           move st-escalation to rescalation
           move st-cost-center to rcost-center
           move st-recorded-on to rrecorded-on
           move 'ok' to rcode
           compute result-length =
             2 + function byte-length(rsteward)
           end-compute.

       end program set-steward.
