       identification division.
       program-id. bind-key.

      * admin command (master-key gated) that keeps the list of
      * source networks one api-key slot may be used from - see
      * keybindrecord.cpy. a production write key bound to its
      * service's networks cannot be used from anywhere else: every
      * key-checked command made with it from outside them answers
      * 'kn' (key-binding-check.cbl), on the audit trail and the
      * alert bus with the address it came from, where before the
      * key-usage report could only say so the next morning. a key
      * is unbound, and usable from anywhere, until its first
      * network is added. actions:
      *   'ADD ' add the network given - a.b.c.d/nn, or a bare
      *          address for that one host (/32); the host bits are
      *          cleared, so 10.1.2.3/16 is kept as 10.1.0.0/16.
      *          adding a network already there changes nothing
      *   'DEL ' remove the network given, written either way
      *   'CLR ' remove the binding altogether
      *   'SHOW' (or blank) change nothing
      * every action answers with the binding as it now stands:
      * each network, how often it has matched and when last, and
      * the refusals counted against the key. the binding belongs
      * to the key the slot holds now; re-keying the slot leaves the
      * new key unbound. a binding whose key has gone
      * (key-binding-report lists them) is cleared by 'CLR ' on slot
      * 00 with the binding's 15-digit fingerprint in place of the
      * network - the section need no longer exist for that.
      * rcodes: ok, na, bn, iv (no such slot, or a network that is
      * not a.b.c.d[/nn] with a prefix 1-32), cf (8 networks
      * already), nf (DEL of a network not on the list, or slot 00
      * naming no binding).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keybinddb.

       data division.
       file section.
         copy sectionrecord.
         copy keybindrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy operatorstate.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'bind-key   '.
         01 keys-equal picture 9.
         01 slot-number picture 99.
         01 probe-key picture x(80).
         01 key-fingerprint picture 9(15).
         01 binding-found picture 9.
         01 net-ind picture 9.
         01 net-found picture 9.
         01 shift-ind picture 9.

      *----------------------------------------------------------------
      * the network argument taken apart, and put back together
      * with its host bits cleared.
      *----------------------------------------------------------------
         01 net-addr-text picture x(18).
         01 net-bits-text picture x(4).
         01 net-octet-text picture x(4) occurs 4 times.
         01 net-octet-count binary-long unsigned.
         01 net-octet picture 9(3) occurs 4 times.
         01 net-octet-ind picture 9.
         01 net-valid picture 9.
         01 net-bits picture 99.
         01 net-base binary-double unsigned.
         01 net-span binary-double unsigned.
         01 net-text picture x(18).
         01 net-ptr picture 99.
         01 ip-work binary-double unsigned.
         01 ip-octet-display picture z(2)9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 arg-slot picture x(2).
           02 arg-action picture x(4).
             88 add-requested value 'ADD '.
             88 del-requested value 'DEL '.
             88 clear-requested value 'CLR '.
             88 show-requested values 'SHOW' '    '.
           02 arg-network picture x(18).
           02 filler picture x(869).
         01 result.
           02 rcode picture x(2).
           02 r-net-count picture 9.
           02 r-nets occurs 8 times.
             03 r-net-text picture x(18).
             03 r-net-hits picture 9(9).
             03 r-net-last-hit picture 9(8).
           02 r-refused-count picture 9(9).
           02 r-last-refused picture 9(14).
           02 r-last-refused-ip picture 9(10).
           02 filler picture x(708).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-bind-key.
           if argc is less than 122
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 126
             move spaces to arg-action
           end-if
           if argc is less than 144
             move spaces to arg-network
           end-if

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
             perform finish-short
           end-if

           if not add-requested and not del-requested
               and not clear-requested and not show-requested
             move 'iv' to rcode
             perform finish-short
           end-if
           if arg-slot is equal to '00'
             perform clear-gone-binding
           end-if

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           move zero to slot-number
           if arg-slot is numeric
             move arg-slot to slot-number
           end-if
           if slot-number is less than 1
               or slot-number is greater than api-keys-count
             move 'iv' to rcode
             perform finish-short
           end-if
           move spaces to net-text
           if add-requested or del-requested
             perform parse-network
             if net-valid is equal to zero
               move 'iv' to rcode
               perform finish-short
             end-if
           end-if

           move api-key(slot-number) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference key-fingerprint
           end-call
           move spaces to probe-key

           move section-name to kb-section
           move key-fingerprint to kb-fingerprint
           move 1 to binding-found
           read key-binds-db record
             invalid key
               move zero to binding-found
           end-read

           evaluate true
             when add-requested
               perform add-network
             when del-requested
               perform delete-network
             when clear-requested
               perform clear-binding
             when other
               continue
           end-evaluate

           move 'ok' to rcode
           perform fill-result
           move spaces to audit-note
           string arg-action delimited by size
               ' slot ' delimited by size
               slot-number delimited by size
               ' ' delimited by size
               net-text delimited by size
             into audit-note
           end-string
           move 316 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * slot 00: the binding is named by its fingerprint, and the
      * only thing to be done with it is clear it.
      *----------------------------------------------------------------
       clear-gone-binding.
           if not clear-requested
               or arg-network(1:15) is not numeric
               or arg-network(16:3) is not equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if
           move section-name to kb-section
           move arg-network(1:15) to kb-fingerprint
           read key-binds-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-read
           delete key-binds-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-delete
           move spaces to audit-note
           string 'CLR fp ' delimited by size
               arg-network(1:15) delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move zero to binding-found
           perform fill-result
           move 316 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * a.b.c.d or a.b.c.d/nn - four octets 0-255, a prefix 1-32.
      *----------------------------------------------------------------
       parse-network.
           move zero to net-valid
           move spaces to net-addr-text
           move spaces to net-bits-text
           unstring arg-network delimited by '/'
             into net-addr-text net-bits-text
           end-unstring
           if net-bits-text is equal to spaces
             move 32 to net-bits
           else
             if function trim(net-bits-text) is not numeric
               exit paragraph
             end-if
             move function numval(net-bits-text) to net-bits
             if net-bits is less than 1 or net-bits is greater than 32
               exit paragraph
             end-if
           end-if
           move spaces to net-octet-text(1) net-octet-text(2)
             net-octet-text(3) net-octet-text(4)
           move zero to net-octet-count
           unstring net-addr-text delimited by '.'
             into net-octet-text(1) net-octet-text(2)
               net-octet-text(3) net-octet-text(4)
             tallying in net-octet-count
           end-unstring
           if net-octet-count is not equal to 4
             exit paragraph
           end-if
           move zero to net-base
           perform
             varying net-octet-ind from 1 by 1
               until net-octet-ind is greater than 4
             if net-octet-text(net-octet-ind) is equal to spaces
                 or function trim(net-octet-text(net-octet-ind))
                   is not numeric
               exit paragraph
             end-if
             move function numval(net-octet-text(net-octet-ind))
               to net-octet(net-octet-ind)
             if net-octet(net-octet-ind) is greater than 255
               exit paragraph
             end-if
             compute net-base = net-base * 256
               + net-octet(net-octet-ind)
             end-compute
           end-perform
           compute net-span = 2 ** (32 - net-bits) end-compute
           divide net-base by net-span giving net-base end-divide
           multiply net-span by net-base end-multiply
           perform build-net-text
           move 1 to net-valid.

       build-net-text.
           move net-base to ip-work
           perform
             varying net-octet-ind from 4 by -1
               until net-octet-ind is less than 1
             compute net-octet(net-octet-ind) =
               function mod(ip-work, 256)
             end-compute
             divide ip-work by 256 giving ip-work end-divide
           end-perform
           move spaces to net-text
           move 1 to net-ptr
           perform
             varying net-octet-ind from 1 by 1
               until net-octet-ind is greater than 4
             move net-octet(net-octet-ind) to ip-octet-display
             if net-octet-ind is greater than 1
               string '.' delimited by size
                 into net-text
                 with pointer net-ptr
               end-string
             end-if
             string function trim(ip-octet-display) delimited by size
               into net-text
               with pointer net-ptr
             end-string
           end-perform
           move net-bits to ip-octet-display
           string '/' delimited by size
               function trim(ip-octet-display) delimited by size
             into net-text
             with pointer net-ptr
           end-string.

       find-network.
           move zero to net-found
           if binding-found is equal to zero
             exit paragraph
           end-if
           perform
             varying net-ind from 1 by 1
               until net-ind is greater than kb-net-count
                 or net-found is greater than zero
             if kb-net-base(net-ind) is equal to net-base
                 and kb-net-bits(net-ind) is equal to net-bits
               move net-ind to net-found
             end-if
           end-perform.

       add-network.
           perform find-network
           if net-found is greater than zero
             exit paragraph
           end-if
           if binding-found is equal to zero
             move section-name to kb-section
             move key-fingerprint to kb-fingerprint
             move zero to kb-refused-count
             move zero to kb-last-refused
             move zero to kb-last-refused-ip
             move zero to kb-net-count
             perform
               varying net-ind from 1 by 1
                 until net-ind is greater than 8
               move zero to kb-net-base(net-ind)
               move zero to kb-net-bits(net-ind)
               move spaces to kb-net-text(net-ind)
               move zero to kb-net-hits(net-ind)
               move zero to kb-net-last-hit(net-ind)
             end-perform
           end-if
           if kb-net-count is equal to 8
             move 'cf' to rcode
             perform finish-short
           end-if
           add 1 to kb-net-count end-add
           move net-base to kb-net-base(kb-net-count)
           move net-bits to kb-net-bits(kb-net-count)
           move net-text to kb-net-text(kb-net-count)
           move zero to kb-net-hits(kb-net-count)
           move zero to kb-net-last-hit(kb-net-count)
           perform stamp-binding
           if binding-found is equal to zero
             write key-bind-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-write
             move 1 to binding-found
           else
             rewrite key-bind-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-rewrite
           end-if.

      *----------------------------------------------------------------
      * the last network going takes the binding with it - a record
      * with no networks would still say the key was bound.
      *----------------------------------------------------------------
       delete-network.
           perform find-network
           if net-found is equal to zero
             move 'nf' to rcode
             perform finish-short
           end-if
           perform
             varying shift-ind from net-found by 1
               until shift-ind is not less than kb-net-count
             move kb-nets(shift-ind + 1) to kb-nets(shift-ind)
           end-perform
           move zero to kb-net-base(kb-net-count)
           move zero to kb-net-bits(kb-net-count)
           move spaces to kb-net-text(kb-net-count)
           move zero to kb-net-hits(kb-net-count)
           move zero to kb-net-last-hit(kb-net-count)
           subtract 1 from kb-net-count end-subtract
           if kb-net-count is equal to zero
             perform clear-binding
             exit paragraph
           end-if
           perform stamp-binding
           rewrite key-bind-record
             invalid key
               move 'fl' to rcode
               perform finish-short
           end-rewrite.

       clear-binding.
           if binding-found is equal to zero
             exit paragraph
           end-if
           delete key-binds-db record
             invalid key
               move 'fl' to rcode
               perform finish-short
           end-delete
           move zero to binding-found.

       stamp-binding.
           move slot-number to kb-slot
           move api-key-added-on(slot-number) to kb-key-added-on
           move function current-date(1:8) to kb-recorded-on
           move audit-operator-name to kb-recorded-by
           if kb-recorded-by is equal to spaces
             move 'master-key' to kb-recorded-by
           end-if.

       fill-result.
           move spaces to result(3:)
           move zero to r-net-count
           move zero to r-refused-count
           move zero to r-last-refused
           move zero to r-last-refused-ip
           perform
             varying net-ind from 1 by 1
               until net-ind is greater than 8
             move zero to r-net-hits(net-ind)
             move zero to r-net-last-hit(net-ind)
           end-perform
           if binding-found is equal to zero
             exit paragraph
           end-if
           move kb-net-count to r-net-count
           perform
             varying net-ind from 1 by 1
               until net-ind is greater than kb-net-count
             move kb-net-text(net-ind) to r-net-text(net-ind)
             move kb-net-hits(net-ind) to r-net-hits(net-ind)
             move kb-net-last-hit(net-ind) to r-net-last-hit(net-ind)
           end-perform
           move kb-refused-count to r-refused-count
           move kb-last-refused to r-last-refused
           move kb-last-refused-ip to r-last-refused-ip.

       end program bind-key.
