         01 restored-state picture x(40).
         01 replaced-state picture x(40).
         01 sh-next-seq picture 9(4).
         01 note-kind picture x value 'S'.
         01 note-prior picture x value 'H'.
         01 note-param picture x(40) value spaces.
         01 journal-op picture x(4).
         01 journal-param picture x(40).
         01 journal-value picture x(348).

           move restored-state to state
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               unlock sections-db
               goback
           end-rewrite

      *----------------------------------------------------------------
      * drop the section from the hot-section read cache - see
      * sectioncache.cpy - which also bumps its change counter and
      * the commit position, as fix-section's state rewrite does.
      *----------------------------------------------------------------
           call 'cache-invalidate' using
             by reference section-name
           end-call

      *    filed under the serving request for revert-req.cbl - the
      *    displaced state is the history entry retained above.
           call 'note-request-change' using
             by reference note-kind
             by reference section-name
             by reference note-param
             by reference note-prior
             by reference sh-next-seq
             by reference sh-next-seq
           end-call

           move 'STAT' to journal-op
           move spaces to journal-param
           move spaces to journal-value
