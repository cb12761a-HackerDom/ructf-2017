           move 'W' to api-key-scope(1)
           move function current-date(1:8) to created-on
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           write ssection
             invalid key
               move 'fl' to rcode
             until walk-done is equal to 1
             move section-name to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               by reference clone-expires
             returning value-found
           end-call
           if value-found is not equal to 1
             exit paragraph
           end-if

