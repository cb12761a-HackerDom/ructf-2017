
       accept-watch.
           move section-name to watch-request-section
           call 'hash-api-key' using
             by reference skey
             by reference watch-request-fingerprint
           end-call
           if last-seen-arg is numeric
             move function numval(last-seen-arg)
               to watch-request-last-seq
