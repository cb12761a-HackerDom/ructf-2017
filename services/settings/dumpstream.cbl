      * has:
      *   S <section-record fields>          one per section
      *   P <settings-db record, raw 177>    one per settings row,
      *                                      the checksum left off,
      *                                      chunk rows included -
      *                                      the client reassembles
      *                                      chains the way
      *   E <sections> <settings>            the end marker, with
      *                                      the totals as the
      *                                      client's checksum
      *   X ck <section> <param>             a record that failed
      *                                      its checksum (see
      *                                      record-checksum.cbl) -
      *                                      sent in its place, and
      *                                      the stream stops there
      *                                      with no end marker
      * runs on the event loop between dispatches, so nothing
      * writes mid-pass in this worker - that is the consistent
      * cut. a failed send just stops the stream; the client sees
      * no end marker and knows the extract is short.
      * every sensitive section whose rows went down the wire is
      * filed in the read-access audit (readauditrecord.cpy) with
      * the params it carried, under the master key.

       environment division.
       input-output section.
         01 section-total picture 9(9) value zero.
         01 setting-total picture 9(9) value zero.
         77 MSG_NOSIGNAL binary-long value 16384.
         01 read-audit-section picture x(40).
         01 read-audit-cmd picture x(11) value 'dump'.
         01 read-audit-key picture x(80) value spaces.
         01 read-audit-owner picture x(40) value 'ADMIN MASTER KEY'.
         01 read-audit-params picture x(400).
         01 read-audit-ptr binary-long unsigned.
         01 parts-left binary-long unsigned.
         01 checksum-ok picture 9.

       linkage section.
         01 in-socket binary-long.
           move zero to section-total
           move zero to setting-total

           move spaces to read-audit-section
           perform stream-sections
           if stream-dead is equal to zero
             call 'settings-route' using by content 'F' end-call
             move 1 to parts-left
             perform
               until parts-left is equal to zero
               perform stream-settings
               call 'settings-route' using by content 'N'
                 returning parts-left
               end-call
             end-perform
             perform flush-read-audit
           end-if
           if stream-dead is equal to zero
             perform stream-end-marker
               at end
                 exit paragraph
             end-read
             call 'record-checksum' using
                 by content 'V'
                 by content 'C'
                 by reference ssection
               returning checksum-ok
             end-call
             if checksum-ok is equal to zero
               move name to ssection-name
               move spaces to sparam-name
               perform send-corrupt-frame
               exit paragraph
             end-if
             add 1 to section-total end-add
             move spaces to frame-payload
             string 'S ' delimited by size
           move low-values to composite-key
           perform
             until stream-dead is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               at end
                 exit paragraph
             end-read
             call 'record-checksum' using
                 by content 'V'
                 by content 'P'
                 by reference setting-record
               returning checksum-ok
             end-call
             if checksum-ok is equal to zero
               perform send-corrupt-frame
               exit paragraph
             end-if
             add 1 to setting-total end-add
             move spaces to frame-payload
             move 'P ' to frame-payload(1:2)
             move setting-record to frame-payload(3:177)
             move 179 to payload-length
             perform send-one-frame
             if stream-dead is equal to zero
                 and schunk-count is greater than zero
               perform collect-read-audit
             end-if
           end-perform.

      *----------------------------------------------------------------
      * settings arrive in key order, so a section's params are
      * contiguous: gather them until the section changes, then file
      * the lot in one note. read-audit-note passes over sections
      * not flagged sensitive.
      *----------------------------------------------------------------
       collect-read-audit.
           if ssection-name is not equal to read-audit-section
             perform flush-read-audit
             move ssection-name to read-audit-section
             move spaces to read-audit-params
             move 1 to read-audit-ptr
           end-if
           string function trim(sparam-name) delimited by size
               ' ' delimited by size
             into read-audit-params
             with pointer read-audit-ptr
           end-string.

       flush-read-audit.
           if read-audit-section is equal to spaces
             exit paragraph
           end-if
           call 'read-audit-note' using
             by reference read-audit-section
             by reference read-audit-cmd
             by reference read-audit-key
             by reference read-audit-owner
             by reference read-audit-params
           end-call
           move spaces to read-audit-section.

       stream-end-marker.
           move spaces to frame-payload
           string 'E ' delimited by size
           move 21 to payload-length
           perform send-one-frame.

      *----------------------------------------------------------------
      * a corrupt record is never served, in a stream any more than
      * in get-section: the client gets 'ck' and the key it stopped
      * on instead of the bytes, and no end marker follows - the
      * extract is short and says why.
      *----------------------------------------------------------------
       send-corrupt-frame.
           move spaces to frame-payload
           string 'X ck ' delimited by size
               ssection-name delimited by size
               ' ' delimited by size
               sparam-name delimited by size
             into frame-payload
           end-string
           move 86 to payload-length
           perform send-one-frame
           move 1 to stream-dead.

       send-one-frame.
           move payload-length to frame-length
           compute send-length = 12 + payload-length end-compute
