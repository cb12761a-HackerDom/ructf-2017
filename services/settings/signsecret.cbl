       identification division.
       program-id. sign-secret.

      * hands a section's consumers the secret its signed answers
      * are keyed with (see signingkey.cpy, sign-secret-for.cbl and
      * get-section.cbl's sign-with), so a client can check every
      * get-section answer it asked to have signed and refuse one
      * that was altered on the way. authenticated by any of the
      * section's own keys, with get-section's key-age and request
      * budget gates - whoever may read the values may check them.
      *   arg-generation 'O' asks for the rotation window's old
      *                  secret; blank (or unsent) the live one
      * rcodes: ok, kw, na, bn, ke, tl, nk (no signing key
      * configured for the generation asked for).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.

       data division.
       file section.
         copy sectionrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'sign-secret'.
         01 keys-equal picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         01 rate-allows picture 9.
         01 secret-found picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 skey picture x(80).
      *    optional - unsent reads as the live secret.
           02 arg-generation picture x.
           02 filler picture x(892).
         01 result.
           02 rcode picture x(2).
           02 r-generation picture x.
           02 r-secret picture x(64).
           02 filler picture x(957).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-sign-secret.
           if argc is less than 120
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 121
             move spaces to arg-generation
           end-if
           move zero to key-in-grace

           move function upper-case(section-name) to section-name
           move function upper-case(arg-generation) to arg-generation
           if arg-generation is not equal to 'O'
             move 'C' to arg-generation
           end-if

           if skey is equal to spaces
               and session-current-flag is equal to 1
               and session-current-section is equal to section-name
             move session-current-key to skey
           end-if

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             call 'const-time-eq' using
                 by reference skey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is equal to 2
                 move 'ke' to rcode
                 perform finish-short
               end-if
               if key-age-status is equal to 1
                 move 1 to key-in-grace
               end-if
               call 'rate-limit-check' using
                   by reference api-key(ind)
                 returning rate-allows
               end-call
               if rate-allows is equal to zero
                 move 'tl' to rcode
                 perform finish-short
               end-if
               perform answer-secret
               goback
             end-if
           end-perform

           move 'na' to rcode
           perform finish-short.

       answer-secret.
           call 'sign-secret-for' using
               by reference section-name
               by reference arg-generation
               by reference r-secret
             returning secret-found
           end-call
           if secret-found is not equal to 1
             move 'nk' to rcode
             perform finish-short
           end-if
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move arg-generation to r-generation
           move 67 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program sign-secret.
