       identification division.
       program-id. cert-map.

      * standalone batch job - upkeep of the client-certificate
      * mappings the TLS listener logs connections in with (see
      * certmaprecord.cpy and cert-login.cbl). run on the host
      * itself, the way operator-admin is: a mapping hands out a
      * section key's authority to whoever holds the certificate,
      * so the way onto the list can't be a wire command. every
      * change goes on the audit trail with the certificate named
      * and the login that ran it.
      *   ADD <section> <slot> <certificate>
      *                  binds a certificate to one of the section's
      *                  key slots - the certificate is its SHA-256
      *                  fingerprint (hex, colons allowed) or its
      *                  subject as OpenSSL prints it on one line
      *                  (/C=../O=../CN=.., quoted). re-adding
      *                  re-binds it
      *   REMOVE <certificate>
      *                  takes the mapping off
      *   LIST           every mapping with its section, slot, who
      *                  made it, and when it was last used
      * a mapping is made against the key the slot holds today;
      * once that key is deleted or rolled the mapping stops
      * logging anyone in until it is re-added. exit code 0 done,
      * 1 refused.
      * usage:
      *   cert-map ADD <section> <slot> <certificate>
      *   cert-map REMOVE <certificate>
      *   cert-map LIST

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy certmapdb.

       data division.
       file section.
         copy sectionrecord.
         copy certmaprecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy connadmin.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-action picture x(8).
       01 arg-section picture x(40).
       01 arg-slot picture x(4).
       01 arg-identity picture x(160).
       01 map-identity picture x(128).
       01 map-kind picture x.
       01 slot-number picture 99.
       01 slot-display picture z9.
       01 run-by picture x(16).
       01 audit-cmd-name picture x(11) value 'cert-map'.
       01 audit-section picture x(40).
       01 audit-rcode picture x(2).
       01 walk-done picture 9.
       01 mapping-total binary-long unsigned value zero.
       01 identity-ind binary-long unsigned.
       01 identity-ptr binary-long unsigned.
       01 hex-count binary-long unsigned.
       01 probe-key picture x(80).
       01 probe-fingerprint picture 9(15).
       01 last-used-text picture x(14).

       procedure division.
       start-cert-map.
           move spaces to arg-action
           accept arg-action from argument-value
           move function upper-case(arg-action) to arg-action
           move spaces to arg-section
           move spaces to arg-slot
           move spaces to arg-identity
           evaluate arg-action
             when 'ADD'
               accept arg-section from argument-value
               accept arg-slot from argument-value
               accept arg-identity from argument-value
             when 'REMOVE'
               accept arg-identity from argument-value
             when 'LIST'
               continue
             when other
               perform show-usage
               goback
           end-evaluate
           move function upper-case(arg-section) to arg-section
           move spaces to run-by
           accept run-by from environment 'USER'
           if run-by is equal to spaces
             move 'unknown' to run-by
           end-if

           if arg-action is not equal to 'LIST'
             perform normalize-identity
             if map-kind is equal to space
               perform show-usage
               goback
             end-if
           end-if

           call 'load-data-paths' end-call
           open input sections-db
           open i-o cert-maps-db

           evaluate arg-action
             when 'ADD'
               perform add-mapping
             when 'REMOVE'
               perform remove-mapping
             when 'LIST'
               perform list-mappings
           end-evaluate

           close sections-db
           close cert-maps-db
           goback.

       show-usage.
           display 'cert-map: usage: cert-map ADD <section> <slot> '
             '<certificate> | REMOVE <certificate> | LIST'
             end-display
           move 1 to return-code.

      *----------------------------------------------------------------
      * a subject is kept exactly as given - OpenSSL prints it the
      * same way every time, case and all. anything else has to be
      * a SHA-256 fingerprint: colons and blanks dropped, folded to
      * upper case, and exactly 64 hex digits, the form tls-peer-
      * cert.cbl renders.
      *----------------------------------------------------------------
       normalize-identity.
           move space to map-kind
           move spaces to map-identity
           if arg-identity is equal to spaces
             exit paragraph
           end-if
           if arg-identity(1:1) is equal to '/'
             if arg-identity(129:) is not equal to spaces
               exit paragraph
             end-if
             move arg-identity to map-identity
             move 'S' to map-kind
             exit paragraph
           end-if
           move 1 to identity-ptr
           move zero to hex-count
           perform
             varying identity-ind from 1 by 1
               until identity-ind is greater than 160
             evaluate true
               when arg-identity(identity-ind:1) is equal to ':'
               when arg-identity(identity-ind:1) is equal to space
                 continue
               when function upper-case(arg-identity(identity-ind:1))
                   is not less than 'A'
                 and function upper-case(arg-identity(identity-ind:1))
                   is not greater than 'F'
               when arg-identity(identity-ind:1) is numeric
                 add 1 to hex-count end-add
                 if hex-count is not greater than 64
                   move function upper-case(
                       arg-identity(identity-ind:1))
                     to map-identity(identity-ptr:1)
                   add 1 to identity-ptr end-add
                 end-if
               when other
                 exit paragraph
             end-evaluate
           end-perform
           if hex-count is equal to 64
             move 'F' to map-kind
           end-if.

       add-mapping.
           move arg-section to audit-section
           move arg-section to name
           read sections-db record
             invalid key
               display 'cert-map: no such section: '
                 function trim(arg-section) end-display
               move 1 to return-code
               exit paragraph
           end-read
           move zero to slot-number
           if function trim(arg-slot) is numeric
             move function numval(arg-slot) to slot-number
           end-if
           if slot-number is less than 1
               or slot-number is greater than api-keys-count
             display 'cert-map: ' function trim(arg-section)
               ' has no key slot ' function trim(arg-slot)
               end-display
             move 1 to return-code
             exit paragraph
           end-if
           move api-key(slot-number) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           move spaces to probe-key

           move map-identity to cm-identity
           read cert-maps-db record
             invalid key
               move zero to cm-last-used
               move zero to cm-use-count
           end-read
           move map-identity to cm-identity
           move map-kind to cm-kind
           move arg-section to cm-section
           move slot-number to cm-slot
           move probe-fingerprint to cm-key-fingerprint
           move function current-date(1:8) to cm-added-on
           move run-by to cm-added-by
           write cert-map-record
             invalid key
               rewrite cert-map-record
                 invalid key
                   display 'cert-map: cannot file the mapping'
                     end-display
                   move 1 to return-code
                   exit paragraph
               end-rewrite
           end-write
           move slot-number to slot-display
           display 'cert-map: ' function trim(map-identity)
             ' -> ' function trim(arg-section) ' slot '
             function trim(slot-display) end-display
           move spaces to audit-note
           string 'add slot ' delimited by size
               function trim(slot-display) delimited by size
               ' by=' delimited by size
               run-by delimited by space
             into audit-note
           end-string
           move 'ok' to audit-rcode
           perform audit-action.

       remove-mapping.
           move map-identity to cm-identity
           read cert-maps-db record
             invalid key
               display 'cert-map: no mapping for '
                 function trim(map-identity) end-display
               move 1 to return-code
               exit paragraph
           end-read
           move cm-section to audit-section
           delete cert-maps-db record
             invalid key
               continue
           end-delete
           display 'cert-map: ' function trim(map-identity)
             ' removed' end-display
           move spaces to audit-note
           string 'remove by=' delimited by size
               run-by delimited by space
             into audit-note
           end-string
           move 'ok' to audit-rcode
           perform audit-action.

       list-mappings.
           display '=== client certificate mappings ===' end-display
           move low-values to cm-identity
           move zero to walk-done
           start cert-maps-db
             key is greater than cm-identity
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-maps-db next record
               at end
                 move 1 to walk-done
               not at end
                 add 1 to mapping-total end-add
                 move cm-slot to slot-display
                 if cm-last-used is equal to zero
                   move 'never' to last-used-text
                 else
                   move cm-last-used to last-used-text
                 end-if
                 display '  ' function trim(cm-identity) end-display
                 display '      -> ' function trim(cm-section)
                   ' slot ' function trim(slot-display)
                   ' added ' cm-added-on ' by '
                   function trim(cm-added-by)
                   ' last used ' last-used-text
                   ' uses ' cm-use-count end-display
             end-read
           end-perform
           display 'cert-map: ' mapping-total ' mapping(s)'
             end-display.

      *----------------------------------------------------------------
      * the certificate rides on the audit line the way a connected
      * client's does (' crt=' - see connadmin.cpy).
      *----------------------------------------------------------------
       audit-action.
           move map-identity to audit-cert-subject
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, audit-rcode
           end-call
           move spaces to audit-cert-subject.

       end program cert-map.
