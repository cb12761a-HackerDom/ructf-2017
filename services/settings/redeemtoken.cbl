           move new-key to api-key(api-keys-count)
           move today-date to api-key-added-on(api-keys-count)
           move 'W' to api-key-scope(api-keys-count)
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'fl' to rcode
           move 'W' to api-key-scope(1)
           move today-date to created-on
           move today-date to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           write ssection
             invalid key
               move 'fl' to rcode
