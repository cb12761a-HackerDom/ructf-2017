       identification division.
       program-id. read-audit-note.

      * files one read of a sensitive section in the read-audit log
      * (see readauditrecord.cpy): who read it - the presented key's
      * fingerprint and its owner - from where, under which
      * correlation id, and which params came back. called by the
      * read commands (get-section, get-view, get-asof, dump,
      * aggregate) once they have a response in hand; a section
      * not flagged sensitive costs one keyed probe and nothing
      * else. the owner comes from the key-owners registry unless
      * the caller already knows better (in-owner-hint - a view's
      * key or the master key has no registry record). a failed
      * write is not a reason to fail the read - the journal-change
      * stance.

       environment division.
       input-output section.
       file-control.
         copy keyownerdb.
         select optional read-audit-file assign to external
             read-audit-path
           organization is line sequential.

       data division.
       file section.
         copy keyownerrecord.
       fd read-audit-file.
       01 read-audit-file-line picture x(560).

       working-storage section.
         copy serverconfig.
         copy correlation.
         copy requestpeer.
         copy readauditrecord.
         01 is-sensitive picture 9.
         01 key-fingerprint picture 9(15).
         01 ip-work binary-long unsigned.
         01 ip-octet binary-long unsigned occurs 4 times.
         01 ip-octet-display picture 9(3).
         01 octet-ind picture 9.
         01 dotted-ptr binary-long unsigned.

       linkage section.
         01 in-section-name picture x(40).
         01 in-command picture x(11).
         01 in-api-key picture x(80).
         01 in-owner-hint picture x(40).
         01 in-params picture x(400).

       procedure division
         using in-section-name, in-command, in-api-key,
           in-owner-hint, in-params.
       start-read-audit-note.
           call 'section-sensitive' using
               by reference in-section-name
             returning is-sensitive
           end-call
           if is-sensitive is not equal to 1
             goback
           end-if

           move spaces to read-audit-line
           move function current-date(1:14) to ra-stamp
           move in-section-name to ra-section
           move in-command to ra-command
           move in-params to ra-params
           move correlation-id to ra-correlation-id
           if ra-correlation-id is equal to low-values
             move spaces to ra-correlation-id
           end-if

           move spaces to ra-fingerprint
           move zero to key-fingerprint
           if in-api-key is not equal to spaces
             call 'hash-api-key' using
               by reference in-api-key
               by reference key-fingerprint
             end-call
             move key-fingerprint to ra-fingerprint
           end-if

           move in-owner-hint to ra-owner
           if ra-owner is equal to spaces
               and in-api-key is not equal to spaces
             perform find-key-owner
           end-if

           perform build-dotted-peer

           open extend read-audit-file
           move read-audit-line to read-audit-file-line
           write read-audit-file-line
           close read-audit-file
           goback.

      *----------------------------------------------------------------
      * the registry is keyed on fingerprint and owning section, the
      * way the key was issued - a key read against its own section
      * finds its record directly.
      *----------------------------------------------------------------
       find-key-owner.
           move key-fingerprint to ko-fingerprint
           move in-section-name to ko-section
           read key-owners-db record
             invalid key
               move '(unrecorded)' to ra-owner
             not invalid key
               move ko-owner to ra-owner
           end-read.

      *----------------------------------------------------------------
      * the peer rendered dotted the way list-conns.cbl renders it -
      * an AF_UNIX peer (zero) comes out 0.0.0.0.
      *----------------------------------------------------------------
       build-dotted-peer.
           move request-peer-ip to ip-work
           perform
             varying octet-ind from 4 by -1
               until octet-ind is less than 1
             compute ip-octet(octet-ind) =
               function mod(ip-work, 256)
             end-compute
             divide ip-work by 256 giving ip-work
           end-perform
           move spaces to ra-peer
           move 1 to dotted-ptr
           perform
             varying octet-ind from 1 by 1
               until octet-ind is greater than 4
             move ip-octet(octet-ind) to ip-octet-display
             if octet-ind is greater than 1
               string '.' delimited by size
                 into ra-peer
                 with pointer dotted-ptr
               end-string
             end-if
             string ip-octet-display delimited by size
               into ra-peer
               with pointer dotted-ptr
             end-string
           end-perform.

       end program read-audit-note.
