         01 old-value picture x(348).
         01 hist-next-seq picture 9(4).
         01 journal-op picture x(4).
         01 note-kind picture x value 'V'.
         01 note-prior picture x.
         01 note-prior-seq picture 9(4).
         01 note-after-seq picture 9(4).
      *  quota enforcement scratch - see check-section-quota below.
         01 over-quota picture 9.
         01 quota-walk-done picture 9.
         01 projected-bytes binary-long unsigned.
         copy encryption.
         copy journalflag.
         copy changeticket.
         copy correlation.
      *  the value as it will actually land on disk - the caller's
      *  plaintext, or its ciphertext for a sensitive section. the
      *  caller's own buffer is never touched.
           move in-section-name to ssection-name
           move in-param-name to sparam-name
           move zero to schunk-count
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
               by reference store-value
               by reference in-expires-on
             end-call
             perform note-for-revert
           end-if
           goback.

      *----------------------------------------------------------------
      * files the committed write under the serving request's
      * correlation id - see note-request-change.cbl - naming where
      * its prior value went: the history record just written, or
      * nowhere (the param is new, or no history was asked for).
      * a write with no request being served is never filed, so the
      * history probe below is not paid for it.
      *----------------------------------------------------------------
       note-for-revert.
           if journal-replay-active is equal to 1
               or correlation-id is equal to spaces
               or correlation-id is equal to low-values
             exit paragraph
           end-if
           if in-want-history is equal to 1 and old-chunk-count is
               greater than zero
             move 'H' to note-prior
             move hist-next-seq to note-prior-seq
             move hist-next-seq to note-after-seq
           else
             if old-chunk-count is equal to zero
               move 'N' to note-prior
             else
               move 'U' to note-prior
             end-if
             move zero to note-prior-seq
             perform find-next-hist-seq
             compute note-after-seq = hist-next-seq - 1
           end-if
           call 'note-request-change' using
             by reference note-kind
             by reference in-section-name
             by reference in-param-name
             by reference note-prior
             by reference note-prior-seq
             by reference note-after-seq
           end-call.

      *----------------------------------------------------------------
      * reads this section's quota record (no record means no quota -
      * the long-standing unlimited behavior) and, when one exists,
           move low-values to sparam-name
           perform
             until quota-walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
           end-if
           compute chunk-offset = (chunk-ind - 1) * chunk-width + 1
           move store-value(chunk-offset:chunk-width) to sparam-value
           call 'record-checksum' using
               by content 'S'
               by content 'P'
               by reference setting-record
           end-call
           call 'settings-route' using by content 'S' end-call
           write setting-record
             invalid key
               rewrite setting-record
           move in-param-name to chunk-key-name
           perform build-chunk-key
           move chunk-key-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           delete settings-db record
             invalid key
               continue
               perform build-chunk-key
               move in-section-name to ssection-name
               move chunk-key-name to sparam-name
               call 'settings-route' using by content 'S' end-call
               read settings-db record
                 invalid key
                   continue
           move hist-next-seq to hist-seq
           move function current-date(1:8) to hist-changed-on
           move old-value to hist-old-value
           move spaces to hist-ticket
           move spaces to hist-reason
           if change-current-ticket is not equal to low-values
             move change-current-ticket to hist-ticket
             move change-current-reason to hist-reason
           end-if
           write history-record
             invalid key
               continue
