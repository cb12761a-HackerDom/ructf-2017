       01 journal-op picture x(4).
       01 journal-value picture x(348).
       01 journal-expires picture 9(8) value zero.
       01 parts-left binary-long unsigned.

       procedure division.
       start-reconcile-sections.

       report-and-propose.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open output actions-file

           display 'reconcile-sections: checking for orphan settings'
             end-display
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform check-settings-for-orphans
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform

           display 'reconcile-sections: checking for empty sections'
             end-display
           perform check-sections-for-empty

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close actions-file

           compute problem-count = orphan-count + empty-count
       check-settings-for-orphans.
           move low-values to composite-key
           perform forever
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
             move name to check-name
             move name to ssection-name
             move low-values to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
      *----------------------------------------------------------------
       apply-reviewed-actions.
           open input sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o tags-db
           open input actions-file

           end-perform

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close tags-db
           close actions-file


           move act-section to ssection-name
           move act-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               add 1 to skipped-count end-add
