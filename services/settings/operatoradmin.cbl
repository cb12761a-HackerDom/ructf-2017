       identification division.
       program-id. operator-admin.

      * standalone batch job - enrollment and upkeep of the named
      * operators whose one-time codes unlock the master-key admin
      * commands (see operatorrecord.cpy, op-login.cbl and ADMINTOTP
      * in settings.cfg). run on the host itself, deliberately: the
      * second factor exists because the master key alone is too
      * easy to come by, so the way onto the list can't be a wire
      * command that key opens. every action goes on the audit
      * trail with the operator's name and the login that ran it.
      *   ENROLL <name>  a new operator - draws a fresh 20-byte seed
      *                  and prints it, base32 and as an otpauth://
      *                  URI, for the operator's authenticator app.
      *                  the seed is shown this once and never again
      *   RESET <name>   a lost device: a fresh seed, printed the same
      *                  way, with any lockout cleared
      *   UNLOCK <name>  clears a lockout and the bad-code run,
      *                  keeping the seed
      *   REMOVE <name>  takes the operator off the list
      *   LIST           every operator with state, bad codes and
      *                  last login (no seeds)
      * the seed is sealed under the at-rest key (ENCKEYFILE) when
      * one is configured. exit code 0 done, 1 refused.
      * usage:
      *   operator-admin ENROLL|RESET|UNLOCK|REMOVE <name>
      *   operator-admin LIST

       environment division.
       input-output section.
       file-control.
         copy operatordb.
         select random-dev assign to external random-dev-path.

       data division.
       file section.
         copy operatorrecord.
         fd random-dev is external.
         01 random-buffer picture x(128).

       working-storage section.
         copy serverconfig.
         copy encryption.
         copy auditnote.
       01 arg-action picture x(8).
       01 arg-name picture x(16).
       01 run-by picture x(16).
       01 audit-cmd-name picture x(11) value 'op-admin'.
       01 audit-section picture x(40) value spaces.
       01 audit-rcode picture x(2).
       01 walk-done picture 9.
       01 operator-total binary-long unsigned value zero.
       01 name-ok picture 9.
       01 name-ind binary-long unsigned.
       01 seed-bytes picture x(20).
       01 seed-text picture x(32).
       01 seed-buffer picture x(348).
       01 crypt-direction picture x.
       01 byte-ind binary-long unsigned.
       01 byte-value binary-long unsigned.
       01 bit-buffer binary-long unsigned.
       01 bit-count binary-long unsigned.
       01 char-value binary-long unsigned.
       01 text-ptr binary-long unsigned.
       01 uri-line picture x(120).
       77 base32-alphabet picture x(32) value
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ234567'.
       77 name-alphabet picture x(38) value
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_'.

       procedure division.
       start-operator-admin.
           move spaces to arg-action
           move spaces to arg-name
           accept arg-action from argument-value
           accept arg-name from argument-value
           move function upper-case(arg-action) to arg-action
           move function upper-case(arg-name) to arg-name
           move spaces to run-by
           accept run-by from environment 'USER'
           if run-by is equal to spaces
             move 'unknown' to run-by
           end-if

           if arg-action is not equal to 'LIST'
             perform check-operator-name
             if name-ok is not equal to 1
                 or (arg-action is not equal to 'ENROLL'
                   and arg-action is not equal to 'RESET'
                   and arg-action is not equal to 'UNLOCK'
                   and arg-action is not equal to 'REMOVE')
               display 'operator-admin: usage: operator-admin '
                 'ENROLL|RESET|UNLOCK|REMOVE <name> | LIST'
                 end-display
               move 1 to return-code
               goback
             end-if
           end-if

           call 'load-data-paths' end-call
           open i-o operators-db

           evaluate arg-action
             when 'LIST'
               perform list-operators
             when 'ENROLL'
               perform enroll-operator
             when 'RESET'
               perform reset-operator
             when 'UNLOCK'
               perform unlock-operator
             when 'REMOVE'
               perform remove-operator
           end-evaluate

           close operators-db
           goback.

      *----------------------------------------------------------------
      * names fold to upper case and keep to letters, digits, '-'
      * and '_' - they land on audit lines as ' opr=<name>', where
      * a space or an '=' would break the field.
      *----------------------------------------------------------------
       check-operator-name.
           move zero to name-ok
           if arg-name is equal to spaces
             exit paragraph
           end-if
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than 16
             if arg-name(name-ind:1) is equal to space
               exit perform
             end-if
             move zero to byte-value
             inspect name-alphabet tallying byte-value
               for all arg-name(name-ind:1)
             if byte-value is equal to zero
               exit paragraph
             end-if
           end-perform
           if arg-name(name-ind:) is not equal to spaces
             exit paragraph
           end-if
           move 1 to name-ok.

       enroll-operator.
           move arg-name to op-name
           read operators-db record
             invalid key
               continue
             not invalid key
               display 'operator-admin: ' function trim(arg-name)
                 ' is already enrolled - RESET issues a new seed'
                 end-display
               move 1 to return-code
               exit paragraph
           end-read
           perform draw-seed
           move arg-name to op-name
           perform seal-seed
           move 'A' to op-state
           move zero to op-bad-count
           move zero to op-last-step
           move function current-date(1:8) to op-enrolled-on
           move spaces to op-locked-at
           move spaces to op-last-login
           write operator-record
             invalid key
               display 'operator-admin: cannot enroll '
                 function trim(arg-name) end-display
               move 1 to return-code
               exit paragraph
           end-write
           perform show-seed
           move 'ok' to audit-rcode
           perform audit-action.

       reset-operator.
           move arg-name to op-name
           read operators-db record
             invalid key
               perform report-not-enrolled
               exit paragraph
           end-read
           perform draw-seed
           perform seal-seed
           move 'A' to op-state
           move zero to op-bad-count
           move zero to op-last-step
           move function current-date(1:8) to op-enrolled-on
           move spaces to op-locked-at
           rewrite operator-record
             invalid key
               continue
           end-rewrite
           perform show-seed
           move 'ok' to audit-rcode
           perform audit-action.

       unlock-operator.
           move arg-name to op-name
           read operators-db record
             invalid key
               perform report-not-enrolled
               exit paragraph
           end-read
           move 'A' to op-state
           move zero to op-bad-count
           move spaces to op-locked-at
           rewrite operator-record
             invalid key
               continue
           end-rewrite
           display 'operator-admin: ' function trim(arg-name)
             ' unlocked' end-display
           move 'ok' to audit-rcode
           perform audit-action.

       remove-operator.
           move arg-name to op-name
           read operators-db record
             invalid key
               perform report-not-enrolled
               exit paragraph
           end-read
           delete operators-db record
             invalid key
               continue
           end-delete
           display 'operator-admin: ' function trim(arg-name)
             ' removed' end-display
           move 'ok' to audit-rcode
           perform audit-action.

       report-not-enrolled.
           display 'operator-admin: ' function trim(arg-name)
             ' is not enrolled' end-display
           move 1 to return-code.

       list-operators.
           display '=== enrolled operators ===' end-display
           move low-values to op-name
           move zero to walk-done
           start operators-db
             key is greater than op-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read operators-db next record
               at end
                 move 1 to walk-done
               not at end
                 add 1 to operator-total end-add
                 display '  ' op-name ' ' op-state
                   ' bad=' op-bad-count
                   ' enrolled=' op-enrolled-on
                   ' last-login=' op-last-login
                   ' locked-at=' op-locked-at end-display
             end-read
           end-perform
           display 'operator-admin: ' operator-total
             ' operator(s)' end-display.

      *----------------------------------------------------------------
      * 20 bytes from the random device (the one the key generator
      * draws from), base32 without padding: five bits a character,
      * 160 bits making exactly 32.
      *----------------------------------------------------------------
       draw-seed.
           move '/dev/urandom' to random-dev-path
           open input random-dev
           read random-dev record end-read
           move random-buffer(1:20) to seed-bytes
           move spaces to random-buffer
           close random-dev

           move spaces to seed-text
           move zero to bit-buffer
           move zero to bit-count
           move 1 to text-ptr
           perform
             varying byte-ind from 1 by 1
               until byte-ind is greater than 20
             compute byte-value =
               function ord(seed-bytes(byte-ind:1)) - 1
             end-compute
             compute bit-buffer =
               function mod(bit-buffer, 32) * 256 + byte-value
             end-compute
             add 8 to bit-count end-add
             perform
               until bit-count is less than 5
               subtract 5 from bit-count end-subtract
               compute char-value = bit-buffer / (2 ** bit-count)
               end-compute
               compute char-value = function mod(char-value, 32)
               end-compute
               move base32-alphabet(char-value + 1:1)
                 to seed-text(text-ptr:1)
               add 1 to text-ptr end-add
             end-perform
           end-perform
           move low-values to seed-bytes.

       seal-seed.
           move zero to op-secret-sealed
           move spaces to seed-buffer
           move seed-text to seed-buffer(1:32)
           if enc-key-length is greater than zero
             move 'E' to crypt-direction
             call 'crypt-value' using
               by reference crypt-direction
               by reference seed-buffer
             end-call
             move 1 to op-secret-sealed
           end-if
           move seed-buffer(1:32) to op-secret
           move spaces to seed-buffer.

       show-seed.
           move spaces to uri-line
           string 'otpauth://totp/settings:' delimited by size
               function trim(arg-name) delimited by size
               '?secret=' delimited by size
               seed-text delimited by size
               '&issuer=settings' delimited by size
             into uri-line
           end-string
           display 'operator-admin: ' function trim(arg-name)
             ' seed (shown once - load it into the authenticator '
             'now):' end-display
           display '  ' seed-text end-display
           display '  ' function trim(uri-line) end-display
           move spaces to seed-text
           move spaces to uri-line.

       audit-action.
           move spaces to audit-note
           string function lower-case(arg-action) delimited by space
               ' ' delimited by size
               arg-name delimited by space
               ' by=' delimited by size
               run-by delimited by space
             into audit-note
           end-string
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, audit-rcode
           end-call.

       end program operator-admin.
