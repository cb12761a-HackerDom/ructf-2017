       01 journal-op picture x(4).
       01 journal-value picture x(348).
       01 journal-expires picture 9(8) value zero.
       01 parts-left binary-long unsigned.

       procedure division.
       start-purge-expired.
             end-if
           end-if

           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o idem-tokens-db
           open input retention-db

           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform purge-walk
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           perform purge-stale-idem-tokens

           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close idem-tokens-db
           close retention-db
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key

           move purge-section to ssection-name
           move purge-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
             perform build-chunk-key
             move purge-section to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             perform build-chunk-key
             move purge-section to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform
           move hist-next-seq to hist-seq
           move today-date to hist-changed-on
           move reassembled-value to hist-old-value
           move spaces to hist-ticket
           move spaces to hist-reason
           write history-record
             invalid key
               continue
