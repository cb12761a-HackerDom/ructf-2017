       identification division.
       program-id. param-read-note.

      * notes one param served by a read command (get-section,
      * get-view, get-asof, aggregate) in the in-memory read table
      * (see paramreadbuffer.cpy) - no file i/o unless the table
      * is full and the pairing is new, when the table is flushed
      * to param-reads.dat first.

       data division.
       working-storage section.
         copy paramreadbuffer.
         01 note-ind binary-long unsigned.

       linkage section.
         01 in-section-name picture x(40).
         01 in-param-name picture x(40).

       procedure division
         using in-section-name, in-param-name.
       start-param-read-note.
           if in-param-name is equal to spaces
             goback
           end-if
           perform
             varying note-ind from 1 by 1
               until note-ind is greater than prb-count
             if prb-param(note-ind) is equal to in-param-name
                 and prb-section(note-ind) is equal to in-section-name
               add 1 to prb-reads(note-ind) end-add
               move function current-date(1:8)
                 to prb-last-read(note-ind)
               goback
             end-if
           end-perform

           if prb-count is not less than 256
             call 'param-read-flush' end-call
           end-if
           add 1 to prb-count end-add
           move in-section-name to prb-section(prb-count)
           move in-param-name to prb-param(prb-count)
           move 1 to prb-reads(prb-count)
           move function current-date(1:8) to prb-last-read(prb-count)
           goback.

       end program param-read-note.
