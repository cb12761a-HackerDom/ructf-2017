             until walk-done is equal to 1
             move target-section to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key

           move target-section to ssection-name
           move walk-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
