             stale-days ' day(s) or more' end-display

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           perform walk-sections
           close sections-db
           call 'settings-route' using by content 'C' end-call

           display 'stale-report: ' stale-count ' of '
             section-count ' section(s) stale' end-display
           move low-values to sparam-name
           perform
             until usage-walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
