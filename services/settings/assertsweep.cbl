      * and sensitive-db connectors - a batch run unit opens them
      * itself, the fleet-push house rule.
      *----------------------------------------------------------------
           call 'settings-route' using by content 'I' end-call
           open input sensitive-db
           move low-values to assert-key
           move zero to walk-done
             end-if
           end-perform
           close asserts-db
           call 'settings-route' using by content 'C' end-call
           close sensitive-db

           display 'assert-sweep: ' assert-count
               by reference oper-expires
             returning oper-found
           end-call
           if oper-found is not equal to 1
             exit paragraph
           end-if
           if oper-value(1:40) is equal to spaces
