             to horizon-date

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input quotas-db
           open input pending-changes-db
           open input protected-db
           perform preflight-walk

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close quotas-db
           close pending-changes-db
           close protected-db
           move low-values to sparam-name
           perform
             until quota-walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
