               move 'W' to api-key-scope(api-keys-count)
             end-if
           end-if
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'fl' to rcode
