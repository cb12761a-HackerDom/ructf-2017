      * rules. returns out-found zero when there is no primary
      * record; expiry suppression is the CALLER's decision, so the
      * record's sexpires-on comes back in out-expires-on untouched.
      * out-found comes back 2, with out-value blank, when the
      * primary or any chunk fails its checksum (see
      * record-checksum.cbl) - a reader answers 'ck' for it, anyone
      * else treats it as a value it cannot have.
      * leaves settings-db's record area parked on the last chunk it
      * read, like any keyed read would.

         01 chunk-seq-digit picture 9.
         01 chunk-ind binary-long unsigned.
         01 reassembled-offset binary-long unsigned.
         01 checksum-ok picture 9.
         01 value-corrupt picture 9.

       linkage section.
       01 in-section-name picture x(40).

           move in-section-name to ssection-name
           move in-param-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               goback
           end-read

           move 1 to out-found
           move zero to value-corrupt
           perform verify-setting-checksum
           move sexpires-on to out-expires-on
           move schunk-count to entry-chunk-count
           if entry-chunk-count is less than 1
             perform build-chunk-key
             move in-section-name to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform
             end-read
             perform verify-setting-checksum
             compute reassembled-offset =
               (chunk-ind - 1) * chunk-width + 1
             move sparam-value
               to out-value(reassembled-offset:chunk-width)
           end-perform
           if value-corrupt is equal to 1
             move 2 to out-found
             move spaces to out-value
             goback
           end-if

      *----------------------------------------------------------------
      * a flagged section's chunks hold ciphertext (see sensdb.cpy/
           end-if
           goback.

       verify-setting-checksum.
           call 'record-checksum' using
               by content 'V'
               by content 'P'
               by reference setting-record
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             move 1 to value-corrupt
           end-if.

      *----------------------------------------------------------------
      * builds the continuation key "<trimmed-name>~0n" for chunk
      * chunk-ind into chunk-key-name - see store-setting-value.cbl's
