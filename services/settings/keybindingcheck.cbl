       identification division.
       program-id. key-binding-check.

      * the single place a key's source-network binding is decided
      * (keybindrecord.cpy): may this api-key be used on this
      * section from this address? returns 1 when it may - the key
      * is unbound, or the address falls in one of its networks -
      * and zero when it may not. called by process-request.cbl for
      * the key every key-checked command presents, with the
      * connection's source address (requestpeer.cpy), and by the
      * few callers that check a key outside that path (compare-sec,
      * get-multi, cert-login).
      * a match is counted against the network it fell in, for
      * key-binding-report's never-matched list. a refusal is
      * counted on the record, goes on the audit trail as a line for
      * the command refused with rcode 'kn' and the attempted
      * address in the note, and raises an alert on the alert bus
      * (class KEYBIND) - a production key tried from the wrong
      * network is somebody's leak until shown otherwise.
      * an AF_UNIX peer (address zero) is same-host by construction
      * and is let through, as the source-address ACL lets it
      * through (acllist.cpy). an IPv6 peer's address is folded to
      * four bytes that are not an address at all, so a bound key
      * is refused over IPv6.

       environment division.
       input-output section.
       file-control.
         copy keybinddb.

       data division.
       file section.
         copy keybindrecord.

       working-storage section.
         copy auditnote.
         01 probe-key picture x(80).
         01 probe-fingerprint picture 9(15).
         01 net-ind picture 9.
         01 net-found picture 9.
         01 net-span binary-double unsigned.
         01 peer-network binary-double unsigned.
         01 base-network binary-double unsigned.
         01 audit-section picture x(40).
         01 audit-cmd-name picture x(11).
         01 audit-rcode picture x(2) value 'kn'.
         01 alert-class picture x(16) value 'KEYBIND'.
         01 alert-text picture x(96).
         01 ip-work binary-long unsigned.
         01 ip-octet binary-long unsigned occurs 4 times.
         01 ip-octet-display picture 9(3).
         01 octet-ind picture 9.
         01 dotted-peer picture x(15).
         01 dotted-ptr picture 99.

       linkage section.
         01 in-section-name picture x(40).
         01 in-api-key picture x(80).
         01 in-peer-ip binary-long unsigned.
         01 in-command picture x(11).
         01 out-allowed picture 9.

       procedure division
         using in-section-name, in-api-key, in-peer-ip, in-command
         returning out-allowed.
       start-key-binding-check.
           move 1 to out-allowed
           if in-api-key is equal to spaces
               or in-section-name is equal to spaces
               or in-peer-ip is equal to zero
             goback
           end-if
           move in-api-key to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           move spaces to probe-key
           move function upper-case(in-section-name) to kb-section
           move probe-fingerprint to kb-fingerprint
           read key-binds-db record
             invalid key
               goback
           end-read
           if kb-net-count is equal to zero
             goback
           end-if

      *----------------------------------------------------------------
      * the address is in a network when both agree above the
      * prefix - compared as the quotient by the size of the
      * network, so no bit arithmetic is wanted.
      *----------------------------------------------------------------
           move zero to net-found
           perform
             varying net-ind from 1 by 1
               until net-ind is greater than kb-net-count
                 or net-found is greater than zero
             compute net-span = 2 ** (32 - kb-net-bits(net-ind))
             end-compute
             divide in-peer-ip by net-span giving peer-network
             end-divide
             divide kb-net-base(net-ind) by net-span
               giving base-network
             end-divide
             if peer-network is equal to base-network
               move net-ind to net-found
             end-if
           end-perform

           if net-found is greater than zero
             add 1 to kb-net-hits(net-found) end-add
             move function current-date(1:8)
               to kb-net-last-hit(net-found)
             rewrite key-bind-record
               invalid key
                 continue
             end-rewrite
             goback
           end-if

           move zero to out-allowed
           add 1 to kb-refused-count end-add
           move function current-date(1:14) to kb-last-refused
           move in-peer-ip to kb-last-refused-ip
           rewrite key-bind-record
             invalid key
               continue
           end-rewrite

           perform build-dotted-peer
           move kb-section to audit-section
           move in-command to audit-cmd-name
           move spaces to audit-note
           string 'from ' delimited by size
               function trim(dotted-peer) delimited by size
               ' slot ' delimited by size
               kb-slot delimited by size
             into audit-note
           end-string
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, audit-rcode
           end-call
           move spaces to alert-text
           string function trim(kb-section) delimited by size
               ' slot ' delimited by size
               kb-slot delimited by size
               ' key refused from ' delimited by size
               function trim(dotted-peer) delimited by size
               ' on ' delimited by size
               function trim(in-command) delimited by size
               ' - outside its bound networks' delimited by size
             into alert-text
           end-string
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-text
           end-call
           goback.

      *----------------------------------------------------------------
      * the peer rendered dotted the way list-conns.cbl renders it.
      *----------------------------------------------------------------
       build-dotted-peer.
           move in-peer-ip to ip-work
           perform
             varying octet-ind from 4 by -1
               until octet-ind is less than 1
             compute ip-octet(octet-ind) =
               function mod(ip-work, 256)
             end-compute
             divide ip-work by 256 giving ip-work
           end-perform
           move spaces to dotted-peer
           move 1 to dotted-ptr
           perform
             varying octet-ind from 1 by 1
               until octet-ind is greater than 4
             move ip-octet(octet-ind) to ip-octet-display
             if octet-ind is greater than 1
               string '.' delimited by size
                 into dotted-peer
                 with pointer dotted-ptr
               end-string
             end-if
             string ip-octet-display delimited by size
               into dotted-peer
               with pointer dotted-ptr
             end-string
           end-perform.

       end program key-binding-check.
