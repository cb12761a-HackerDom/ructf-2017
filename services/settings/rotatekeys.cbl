             goback
           end-if

           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open input sensitive-db
           open i-o rekeyed-db

           perform rotate-walk

           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close sensitive-db
           close rekeyed-db
           move zero to inner-done
           perform
             until inner-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
             perform build-chunk-key
             move rotate-section to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform

           move rotate-section to ssection-name
           move stage-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
           if st-seq is equal to zero
             move rotate-section to ssection-name
             move st-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit paragraph
             end-read
             move st-value(1:87) to sparam-value
             call 'record-checksum' using
                 by content 'S'
                 by content 'P'
                 by reference setting-record
             end-call
             rewrite setting-record
               invalid key
                 continue
