           move function current-date(1:8)
             to api-key-added-on(api-keys-count)
           move 'W' to api-key-scope(api-keys-count)
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'fl' to rcode
