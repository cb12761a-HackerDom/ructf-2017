       01 export-line.
         02 rec-type picture x.
      *  wide enough for the largest ssection record this can ever
      *  hold - name/api-keys-count/state/created-on/last-used-on/
      *  section-checksum (107 bytes) plus up to 30 api-key entries
      *  at 89 bytes each (key, added-on date and scope -
      *  sectionrecord.cpy), 2777 in all - not just the widest
      *  setting-record, which needs far less of it.
         02 rec-body picture x(2777).

       working-storage section.
         01 setting-status-1 picture xx.
           end-string

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open output export-file
           if masked-mode is equal to 1
             perform load-mask-list
           end-if

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close export-file
           if masked-mode is equal to 1
             close sensitive-db
           move name to ssection-name
           move low-values to sparam-name
           perform forever
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key

             move 'P' to rec-type
             move spaces to rec-body
             move setting-record to rec-body(1:186)
             if masked-mode is equal to 1
               perform consider-masking-value
             end-if

      *----------------------------------------------------------------
      * the api-key slots inside the serialized ssection start at
      * byte 108 of rec-body (name 40 + count 2 + state 40 + two
      * dates of 8 + the checksum's 9) and repeat every 89 bytes
      * (key 80, added-on 8,
      * scope 1) - see sectionrecord.cpy. only the 80 key bytes are
      * scrambled; dates and scopes export real.
      *----------------------------------------------------------------
           perform
             varying key-ind from 1 by 1
               until key-ind is greater than api-keys-count
             compute scr-span = 108 + (key-ind - 1) * 89 end-compute
             perform seed-scrambler
             perform
               varying scr-ind from scr-span by 1
