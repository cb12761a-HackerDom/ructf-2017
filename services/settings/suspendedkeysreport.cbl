       identification division.
       program-id. suspended-keys-report.

      * standalone batch job, run daily - every api-key suspend-key
      * has taken out of service (suspkeyrecord.cpy), so none is
      * left suspended and forgotten. one block per suspension:
      * the section and slot, the key's owner from the key-owners
      * registry, the reason, when and by whom it was suspended,
      * and when it lifts itself (or 'until resumed'). two kinds
      * of suspension are flagged for a look:
      *   DUE       the auto-resume time has passed - it is lifted
      *             on the key's next request (key-suspended.cbl),
      *             and is only still on file because none has come
      *   SLOT MOVED the slot no longer holds the suspended key -
      *             re-keyed or deleted since, or the section gone -
      *             so the suspension guards nothing any more; it is
      *             cleared with resume-key slot 00 and the
      *             fingerprint shown
      * exit code is the number of suspensions on file. usage:
      *   suspended-keys-report

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keyownerdb.
         copy suspkeydb.

       data division.
       file section.
         copy sectionrecord.
         copy keyownerrecord.
         copy suspkeyrecord.

       working-storage section.
         copy serverconfig.
       01 section-status-1 picture xx.
       01 section-status-2 picture xx.
       01 walk-done picture 9.
       01 slot-holds-key picture 9.
       01 now-stamp picture 9(14).
       01 probe-key picture x(80).
       01 probe-fingerprint picture 9(15).
       01 owner-words picture x(40).
       01 resume-words picture x(24).
       01 suspended-total binary-long unsigned value zero.
       01 due-total binary-long unsigned value zero.
       01 moved-total binary-long unsigned value zero.
       01 count-display picture z(8)9.
       01 slot-display picture z9.

       procedure division.
       start-suspended-keys-report.
           call 'load-data-paths' end-call
           move function current-date(1:14) to now-stamp
           display '=== suspended api-keys ' now-stamp(1:8) ' ==='
             end-display
           open input susp-keys-db
           open input sections-db
           open input key-owners-db

           display ' ' end-display
           perform list-suspensions
           if suspended-total is equal to zero
             display '  no api-key is suspended' end-display
           end-if

           close susp-keys-db
           close sections-db
           close key-owners-db

           display ' ' end-display
           move suspended-total to count-display
           display 'suspended-keys-report: '
             function trim(count-display) ' suspension(s) on file'
             end-display
           move due-total to count-display
           display 'suspended-keys-report: '
             function trim(count-display) ' past their resume time'
             end-display
           move moved-total to count-display
           display 'suspended-keys-report: '
             function trim(count-display)
             ' whose slot no longer holds the key' end-display
           move suspended-total to return-code
           goback.

       list-suspensions.
           move low-values to sk-key
           move zero to walk-done
           start susp-keys-db
             key is greater than sk-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read susp-keys-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform show-suspension
             end-read
           end-perform.

       show-suspension.
           add 1 to suspended-total end-add
           perform check-slot
           move spaces to owner-words
           move sk-section to ko-section
           move sk-fingerprint to ko-fingerprint
           read key-owners-db record
             invalid key
               move '(no owner on file)' to owner-words
             not invalid key
               move ko-owner to owner-words
           end-read
           if sk-resume-at is equal to zero
             move 'until resumed' to resume-words
           else
             move spaces to resume-words
             string 'resumes ' delimited by size
                 sk-resume-at delimited by size
               into resume-words
             end-string
           end-if

           move sk-slot to slot-display
           display '  ' function trim(sk-section) ' slot '
             function trim(slot-display) ' - '
             function trim(owner-words) end-display
           display '      fp ' sk-fingerprint ' added '
             sk-key-added-on end-display
           display '      reason: ' function trim(sk-reason)
             end-display
           display '      since ' sk-suspended-at ' by '
             function trim(sk-suspended-by) ', '
             function trim(resume-words) end-display
           if sk-resume-at is greater than zero
               and sk-resume-at is not greater than now-stamp
             add 1 to due-total end-add
             display '      DUE - lifts on the key''s next request'
               end-display
           end-if
           if slot-holds-key is equal to zero
             add 1 to moved-total end-add
             display '      SLOT MOVED - the slot no longer holds '
               'this key; resume-key slot 00 with the fp clears it'
               end-display
           end-if.

      *----------------------------------------------------------------
      * the key suspended is the one whose fingerprint is on file;
      * the slot still holds it only if the slot's key hashes the
      * same.
      *----------------------------------------------------------------
       check-slot.
           move zero to slot-holds-key
           move sk-section to name
           read sections-db record
             invalid key
               exit paragraph
           end-read
           if sk-slot is less than 1
               or sk-slot is greater than api-keys-count
             exit paragraph
           end-if
           move api-key(sk-slot) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           move spaces to probe-key
           if probe-fingerprint is equal to sk-fingerprint
             move 1 to slot-holds-key
           end-if.

       end program suspended-keys-report.
