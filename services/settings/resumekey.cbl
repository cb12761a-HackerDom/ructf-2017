       identification division.
       program-id. resume-key.

      * admin command (master-key gated) that lifts a suspension
      * suspend-key filed - the slot's key is back in service on the
      * next request, exactly as it was. the slot is named as
      * suspend-key named it; the suspension is found by the key the
      * slot holds now. a suspension whose slot has been re-keyed
      * or deleted since (suspended-keys-report flags them) is
      * cleared by naming slot 00 and the suspension's 15-digit
      * fingerprint instead - the section need no longer exist for
      * that. a suspension with an auto-resume time lifts itself
      * when that time comes (key-suspended.cbl); this is for
      * lifting one early.
      * rcodes: ok, na, bn, iv (no such slot, or slot 00 with no
      * fingerprint), nf (not suspended).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy suspkeydb.

       data division.
       file section.
         copy sectionrecord.
         copy suspkeyrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'resume-key '.
         01 keys-equal picture 9.
         01 slot-number picture 99.
         01 probe-key picture x(80).
         01 key-fingerprint picture 9(15).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 arg-slot picture x(2).
      *    only with slot 00 - see above.
           02 arg-fingerprint picture x(15).
           02 filler picture x(876).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-resume-key.
           if argc is less than 122
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 137
             move spaces to arg-fingerprint
           end-if

           move function upper-case(section-name) to section-name

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

           move zero to slot-number
           if arg-slot is numeric
             move arg-slot to slot-number
           end-if
           if slot-number is equal to zero
               and arg-slot is numeric
             if arg-fingerprint is not numeric
               move 'iv' to rcode
               perform finish-short
             end-if
             move arg-fingerprint to key-fingerprint
           else
             perform fingerprint-slot
           end-if

           move section-name to sk-section
           move key-fingerprint to sk-fingerprint
           read susp-keys-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-read
           delete susp-keys-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-delete

           move spaces to audit-note
           string 'slot ' delimited by size
               sk-slot delimited by size
               ' since ' delimited by size
               sk-suspended-at delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       fingerprint-slot.
           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read
           if slot-number is less than 1
               or slot-number is greater than api-keys-count
             move 'iv' to rcode
             perform finish-short
           end-if
           move api-key(slot-number) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference key-fingerprint
           end-call
           move spaces to probe-key.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program resume-key.
