       identification division.
       program-id. cert-use-report.

      * standalone batch job - what the client-certificate logins on
      * the TLS listener have actually been doing. two lists:
      *   CERTIFICATES USED   every certificate that has verified on
      *                       the listener (certuserecord.cpy), with
      *                       its subject, first and last seen, how
      *                       many connections, and how the last one
      *                       went - logged in to which section, or
      *                       why not (no mapping, section gone, slot
      *                       re-keyed, key expired, key suspended,
      *                       key bound to other networks, sessions
      *                       full)
      *   MAPPINGS NEVER USED every mapping (certmaprecord.cpy) no
      *                       connection has logged in with yet, with
      *                       who made it and when - the candidates
      *                       for removal at the next review
      * exit code is the number of mappings never used. usage:
      *   cert-use-report

       environment division.
       input-output section.
       file-control.
         copy certmapdb.
         copy certusedb.

       data division.
       file section.
         copy certmaprecord.
         copy certuserecord.

       working-storage section.
         copy serverconfig.
       01 walk-done picture 9.
       01 used-total binary-long unsigned value zero.
       01 unmapped-total binary-long unsigned value zero.
       01 mapping-total binary-long unsigned value zero.
       01 never-used-total binary-long unsigned value zero.
       01 count-display picture z(8)9.
       01 slot-display picture z9.
       01 outcome-words picture x(24).

       procedure division.
       start-cert-use-report.
           call 'load-data-paths' end-call
           display '=== client certificate use '
             function current-date(1:8) ' ===' end-display
           open input cert-uses-db
           open input cert-maps-db

           display ' ' end-display
           display 'CERTIFICATES USED' end-display
           perform list-certificates-used
           if used-total is equal to zero
             display '  no client certificate has been presented'
               end-display
           end-if

           display ' ' end-display
           display 'MAPPINGS NEVER USED' end-display
           perform list-unused-mappings
           if never-used-total is equal to zero
             display '  every mapping has been used' end-display
           end-if

           close cert-uses-db
           close cert-maps-db

           display ' ' end-display
           move used-total to count-display
           display 'cert-use-report: ' function trim(count-display)
             ' certificate(s) seen' end-display
           move unmapped-total to count-display
           display 'cert-use-report: ' function trim(count-display)
             ' not logged in on their last connection' end-display
           move mapping-total to count-display
           display 'cert-use-report: ' function trim(count-display)
             ' mapping(s) on file' end-display
           move never-used-total to count-display
           display 'cert-use-report: ' function trim(count-display)
             ' never used' end-display
           move never-used-total to return-code
           goback.

       list-certificates-used.
           move low-values to cu-fingerprint
           move zero to walk-done
           start cert-uses-db
             key is greater than cu-fingerprint
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-uses-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform show-certificate-used
             end-read
           end-perform.

       show-certificate-used.
           add 1 to used-total end-add
           evaluate cu-outcome
             when 'ok'
               move 'logged in to' to outcome-words
             when 'nm'
               move 'no mapping' to outcome-words
             when 'bn'
               move 'section gone' to outcome-words
             when 'st'
               move 'slot no longer that key' to outcome-words
             when 'ke'
               move 'key past its age limit' to outcome-words
             when 'kx'
               move 'key suspended' to outcome-words
             when 'kn'
               move 'key bound elsewhere' to outcome-words
             when 'sf'
               move 'session table full' to outcome-words
             when other
               move cu-outcome to outcome-words
           end-evaluate
           if cu-outcome is not equal to 'ok'
             add 1 to unmapped-total end-add
           end-if
           move cu-count to count-display
           display '  ' function trim(cu-subject) end-display
           display '      fp ' cu-fingerprint end-display
           display '      first ' cu-first-seen ' last ' cu-last-seen
             ' connections ' function trim(count-display)
             end-display
           display '      last: ' function trim(outcome-words) ' '
             function trim(cu-section) end-display.

       list-unused-mappings.
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
                 if cm-use-count is equal to zero
                   perform show-unused-mapping
                 end-if
             end-read
           end-perform.

       show-unused-mapping.
           add 1 to never-used-total end-add
           move cm-slot to slot-display
           display '  ' function trim(cm-identity) end-display
           display '      -> ' function trim(cm-section) ' slot '
             function trim(slot-display) ' added ' cm-added-on
             ' by ' function trim(cm-added-by) end-display.

       end program cert-use-report.
