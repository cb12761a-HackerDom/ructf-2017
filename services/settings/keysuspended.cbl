       identification division.
       program-id. key-suspended.

      * the single place a suspension is decided (suspkeyrecord.cpy):
      * is this api-key suspended on this section? returns 1 when it
      * is, zero when it is not. called by process-request.cbl for
      * the key every key-checked command presents, before the
      * command is dispatched, and by the few callers that check a
      * key outside that path (compare-sec, get-multi, cert-login).
      * a suspension whose auto-resume time has passed is lifted
      * here, on the first check after it falls due - the record
      * goes, and the resume goes on the audit trail as a
      * 'resume-key' line noted 'auto' - so the key works again
      * without anyone having to be at a desk.

       environment division.
       input-output section.
       file-control.
         copy suspkeydb.

       data division.
       file section.
         copy suspkeyrecord.

       working-storage section.
         copy auditnote.
         01 probe-key picture x(80).
         01 probe-fingerprint picture 9(15).
         01 now-stamp picture 9(14).
         01 audit-cmd-name picture x(11) value 'resume-key '.
         01 audit-section picture x(40).
         01 audit-rcode picture x(2) value 'ok'.

       linkage section.
         01 in-section-name picture x(40).
         01 in-api-key picture x(80).
         01 out-suspended picture 9.

       procedure division
         using in-section-name, in-api-key
         returning out-suspended.
       start-key-suspended.
           move zero to out-suspended
           if in-api-key is equal to spaces
               or in-section-name is equal to spaces
             goback
           end-if
           move in-api-key to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           move spaces to probe-key
           move function upper-case(in-section-name) to sk-section
           move probe-fingerprint to sk-fingerprint
           read susp-keys-db record
             invalid key
               goback
           end-read

           move function current-date(1:14) to now-stamp
           if sk-resume-at is greater than zero
               and sk-resume-at is not greater than now-stamp
             move sk-section to audit-section
             delete susp-keys-db record
               invalid key
                 continue
             end-delete
             move spaces to audit-note
             string 'auto slot ' delimited by size
                 sk-slot delimited by size
                 ' due ' delimited by size
                 sk-resume-at delimited by size
               into audit-note
             end-string
             call 'audit-log' using
               by reference audit-section, audit-cmd-name, audit-rcode
             end-call
             goback
           end-if
           move 1 to out-suspended
           goback.

       end program key-suspended.
