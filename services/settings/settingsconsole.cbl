           move function current-date(1:8) to today-date

           open input sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open input quotas-db
           open input sensitive-db
           end-perform

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close sensitive-db
           move zero to page-count
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               by reference show-expires
             returning show-found
           end-call
           if show-found is equal to 2
             display '  ' console-arg-2 ' = ** CHECKSUM MISMATCH **'
               end-display
           else
             if show-expires is greater than zero
                 and show-expires is less than or equal to today-date
               display '  ' console-arg-2 ' = ' show-value(1:60)
                 ' (EXPIRED ' show-expires ')' end-display
             else
               display '  ' console-arg-2 ' = ' show-value(1:60)
                 end-display
             end-if
           end-if
           move show-section to ssection-name
           move console-arg-2 to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
           move zero to expires-keep
           move console-arg-1 to ssection-name
           move console-arg-2 to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
