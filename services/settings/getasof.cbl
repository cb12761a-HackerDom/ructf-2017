         01 resolved-value picture x(348).
         01 crypt-direction picture x.
         01 section-is-sensitive picture 9.
      *  a record whose checksum no longer matches its bytes (see
      *  record-checksum.cbl) is never served - the whole request
      *  answers 'ck' instead, as get-section's does.
         01 checksum-ok picture 9.
         01 value-corrupt picture 9.
      *  read-access audit - see readauditrecord.cpy
         01 read-audit-owner picture x(40) value spaces.
         01 read-audit-params picture x(400).
         01 read-audit-ptr binary-long unsigned.

       linkage section.
         01 argc binary-long unsigned.
               goback
           end-read

           call 'record-checksum' using
               by content 'V'
               by content 'C'
               by reference ssection
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             move 'ck' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             end-if
           end-perform

           move zero to value-corrupt
           perform add-unchanged-live-params
           if value-corrupt is equal to 1
             move 'ck' to rcode
             move zero to result-count
             move zero to more
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             exit paragraph
           end-if

           compute result-length = 5 + result-count * 112
           end-compute
           if section-is-sensitive is equal to 1
               and result-count is greater than zero
             perform note-sensitive-read
           end-if
           perform note-param-reads
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               exit paragraph
             end-if
           end-perform
           call 'record-checksum' using
               by content 'V'
               by content 'P'
               by reference setting-record
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             move 1 to value-corrupt
             move 1 to walk-done
             exit paragraph
           end-if
           move spaces to resolved-value
           move sparam-value to resolved-value(1:87)
           move sparam-name to group-param
           move group-param to rparam-name(result-count)
           move resolved-value(1:72) to rparam-value(result-count).

      *----------------------------------------------------------------
      * read-access audit (see readauditrecord.cpy): an as-of value
      * is as much a disclosure as a live one, so the params this
      * answer carries are filed against the key that asked.
      *----------------------------------------------------------------
       note-sensitive-read.
           move spaces to read-audit-params
           move 1 to read-audit-ptr
           perform
             varying ind from 1 by 1
               until ind is greater than result-count
             string function trim(rparam-name(ind)) delimited by size
                 ' ' delimited by size
               into read-audit-params
               with pointer read-audit-ptr
             end-string
           end-perform
           call 'read-audit-note' using
             by reference section-name
             by reference audit-cmd-name
             by reference skey
             by reference read-audit-owner
             by reference read-audit-params
           end-call.

      *----------------------------------------------------------------
      * per-param read tracking (see paramreadrecord.cpy): a
      * param asked for as of a past date is still a param somebody
      * reads.
      *----------------------------------------------------------------
       note-param-reads.
           perform
             varying ind from 1 by 1
               until ind is greater than result-count
             call 'param-read-note' using
               by reference section-name
               by reference rparam-name(ind)
             end-call
           end-perform.

       end program get-asof.
