       01 probe-fingerprint picture 9(15).
       01 held-section picture x(40).
       77 max-chunks binary-long unsigned value 4.
       01 parts-left binary-long unsigned.

       procedure division.
       start-verify-data-files.
           call 'load-data-paths' end-call

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input key-index-db

           perform verify-sections-and-index
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform verify-setting-chains
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           perform verify-index-entries

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close key-index-db

           if problem-count is equal to zero
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
             end-string
             move verify-section to ssection-name
             move chunk-key-built to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 add 1 to problem-count end-add
