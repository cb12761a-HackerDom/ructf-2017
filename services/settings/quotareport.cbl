           call 'load-data-paths' end-call

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input quotas-db

           display 'quota-report: section usage against quotas'
           perform walk-sections

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close quotas-db

           display 'quota-report: ' section-count ' section(s), '
           move low-values to sparam-name
           perform
             until usage-walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
