       01 current-section picture x(40) value spaces.
       01 probe-section picture x(40).
       01 probe-param picture x(40).
       01 parts-left binary-long unsigned.

       procedure division.
       start-dictionary-catalog.
           call 'load-data-paths' end-call

           open input dictionary-db
           call 'settings-route' using by content 'I' end-call

           display '=== data dictionary ===' end-display
           perform list-dictionary
           display '=== params with no dictionary entry ==='
             end-display
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform list-exceptions
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform

           close dictionary-db
           call 'settings-route' using by content 'C' end-call

           display 'dictionary-catalog: ' entry-count
             ' entr(ies), ' exception-count
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
