             move arch-api-key-added-on(ind) to api-key-added-on(ind)
             move arch-api-key-scope(ind) to api-key-scope(ind)
           end-perform
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           write ssection
             invalid key
               move 'fl' to rcode

           perform move-settings-back
           perform journal-restored-values
           call 'cache-invalidate' using
             by reference target-section
           end-call

           delete archive-sections-db record
             invalid key
           move arch-schunk-count to schunk-count
           move arch-sexpires-on to sexpires-on
           move arch-sparam-value to sparam-value
           call 'record-checksum' using
               by content 'S'
               by content 'P'
               by reference setting-record
           end-call
           call 'settings-route' using by content 'S' end-call
           write setting-record
             invalid key
               rewrite setting-record
             until walk-done is equal to 1
             move target-section to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               by reference replay-expires
             returning value-found
           end-call
           if value-found is not equal to 1
             exit paragraph
           end-if
      *----------------------------------------------------------------
