       01 chunk-seq-digit picture 9.
       01 chunk-ind binary-long unsigned.
       01 reassembled-offset binary-long unsigned.
       01 parts-left binary-long unsigned.

       procedure division.
       start-what-if.
             move arg-quotas-path to quotas-dat-path
           end-if

           call 'settings-route' using by content 'I' end-call
           if arg-rules-path is not equal to '-'
             open input rules-db
             call 'settings-route' using by content 'F' end-call
             move 1 to parts-left
             perform
               until parts-left is equal to zero
               perform sweep-values-against-rules
               call 'settings-route' using by content 'N'
                 returning parts-left
               end-call
             end-perform
             close rules-db
           end-if
           if arg-quotas-path is not equal to spaces
             perform sweep-sections-against-quotas
             close quotas-db
           end-if
           call 'settings-route' using by content 'C' end-call

           compute total-violations =
             value-violations + quota-violations
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
             perform build-chunk-key
             move check-section to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform
           move zero to inner-done
           perform
             until inner-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
