       input-output section.
       file-control.
         copy keyownerdb.
         copy suspkeydb.

       data division.
       file section.
         copy keyownerrecord.
         copy suspkeyrecord.

       working-storage section.
         copy serverconfig.
         01 keys-equal picture 9.
         01 walk-done picture 9.
         01 query-folded picture x(40).
         01 now-stamp picture 9(14).

       linkage section.
         01 argc binary-long unsigned.
             03 rr-owner picture x(40).
             03 rr-contact picture x(20).
             03 rr-recorded-on picture 9(8).
      *    'S' against each row whose key is suspended on that
      *    section (suspend-key.cbl), space otherwise - after the
      *    rows, in what was filler, so a response always runs to
      *    the last of the flags.
           02 rr-suspended picture x occurs 9 times.
           02 filler picture x(39).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

           move function upper-case(owner-query) to query-folded

           move 'ok' to rcode
           move function current-date(1:14) to now-stamp
           move spaces to result(3:)
           move zero to r-count
           move zero to r-more
           move low-values to key-owner-key
                         to rr-contact(r-count)
                       move ko-recorded-on
                         to rr-recorded-on(r-count)
                       perform note-suspension
                     end-if
                   end-if
               end-read
             end-if
           end-perform

           move 985 to result-length
           call 'audit-log' using
             by reference owner-query, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * a suspension whose auto-resume time has passed is over, even
      * if no request has come along yet to clear it away.
      *----------------------------------------------------------------
       note-suspension.
           move space to rr-suspended(r-count)
           move ko-section to sk-section
           move ko-fingerprint to sk-fingerprint
           read susp-keys-db record
             invalid key
               exit paragraph
           end-read
           if sk-resume-at is equal to zero
               or sk-resume-at is greater than now-stamp
             move 'S' to rr-suspended(r-count)
           end-if.

       end program find-owner.
