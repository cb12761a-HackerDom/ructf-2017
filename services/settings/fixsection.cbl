         01 profile-param picture x(40) value spaces.
         01 prior-state picture x(40).
         01 sh-next-seq picture 9(4).
         01 note-kind picture x value 'S'.
         01 note-prior picture x value 'H'.
         01 note-param picture x(40) value spaces.
         copy approvalflag.
         01 appr-next-seq picture 9(4).
         01 section-is-protected picture 9.

           move function current-date(1:8) to last-used-on

           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               unlock sections-db
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
