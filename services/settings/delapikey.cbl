           move space to api-key-scope(api-keys-count)
           subtract 1 from api-keys-count end-subtract

           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'fl' to rcode
