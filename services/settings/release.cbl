           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key

           move section-name to ssection-name
           move work-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
             perform build-chunk-key
             move section-name to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key

           move section-name to ssection-name
           move work-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
             end-string
             move section-name to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
