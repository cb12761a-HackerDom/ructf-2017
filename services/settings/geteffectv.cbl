      * pass back the phase byte and last param-name returned to
      * resume. an expired own value (see sexpires-on) is absent for
      * both halves of that rule, so the default shows through it.
      * rcodes: ok/kw, bn, na, ke, ck (a record failed its
      * checksum - see record-checksum.cbl).

       environment division.
       input-output section.
         01 own-value picture x(348).
         01 own-expires picture 9(8).
         01 own-found picture 9.
         01 checksum-ok picture 9.
         01 value-corrupt picture 9.
         77 page-size picture 9 value 8.
         77 defaults-name picture x(40) value 'DEFAULTS'.

               end-call
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

           move spaces to skey-padded
           move skey to skey-padded

       get-effective-data.
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               continue
           move zero to result-count
           move zero to more
           move zero to page-full
           move zero to value-corrupt

           if cursor-phase is equal to 'D'
             move 'D' to walk-phase
           move walk-phase to next-phase
           compute result-length = 5 + result-count * 127
           end-compute
           if value-corrupt is equal to 1
             move 'ck' to rcode
             move 2 to result-length
           end-if
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.
             end-if
             move section-name to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               by reference fetch-expires
             returning value-found
           end-call
           if value-found is equal to 2
             move 1 to value-corrupt
           end-if
           if value-found is not equal to 1
             exit paragraph
           end-if
           add 1 to result-count end-add
             end-if
             move defaults-name to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               by reference own-expires
             returning own-found
           end-call
           if own-found is equal to 2
             move 1 to value-corrupt
             exit paragraph
           end-if
           if own-found is equal to 1
               and (own-expires is equal to zero
                 or own-expires is greater than today-date)
               by reference fetch-expires
             returning value-found
           end-call
           if value-found is equal to 2
             move 1 to value-corrupt
           end-if
           if value-found is not equal to 1
             exit paragraph
           end-if
           add 1 to result-count end-add
