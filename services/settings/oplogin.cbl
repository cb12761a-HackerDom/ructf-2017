       identification division.
       program-id. op-login.

      * the operator second factor on master-key admin commands (see
      * operatorstate.cpy and ADMINTOTP in settings.cfg): the master
      * key, an enrolled operator's name and the six-digit code the
      * operator's authenticator shows right now. a good code opens
      * an operator session on this connection for OPSESSIONMIN
      * minutes, during which the master-key commands run and every
      * audit line they write names the operator (' opr='). the row
      * itself is filed by process-request.cbl once this returns -
      * the login.cbl split. a bad code counts against the operator,
      * and OPLOCKOUT of them in a row lock the operator out until
      * operator-admin.cbl unlocks or re-enrolls them on the host. a
      * code is good once (op-last-step), so one glimpsed over a
      * shoulder buys nothing. an unknown operator answers 'na'
      * exactly as a wrong master key does, so the command can't be
      * used to find out who is enrolled.
      * rcodes: ok, na, lk (operator locked out), bc (bad code).

       environment division.
       input-output section.
       file-control.
         copy operatordb.

       data division.
       file section.
         copy operatorrecord.

       working-storage section.
         copy serverconfig.
         copy encryption.
         copy operatorstate.
         copy auditnote.
         01 audit-cmd-name picture x(11) value 'op-login'.
         01 audit-section picture x(40) value spaces.
         01 keys-equal picture 9.
         01 code-good picture 9.
         01 matched-step picture 9(12).
         01 seed-buffer picture x(348).
         01 crypt-direction picture x.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 admin-key picture x(80).
           02 operator-name picture x(16).
           02 otp-code picture x(6).
           02 filler picture x(911).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-op-login.
           if argc is less than 102
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to op-login-request-flag
           move function upper-case(operator-name) to operator-name

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if

           move operator-name to op-name
           read operators-db record
             invalid key
               move 'na' to rcode
               perform finish-short
           end-read
           if op-locked
             move 'lk' to rcode
             perform finish-short
           end-if

           move spaces to seed-buffer
           move op-secret to seed-buffer(1:32)
           if op-secret-sealed is equal to 1
             move 'D' to crypt-direction
             call 'crypt-value' using
               by reference crypt-direction
               by reference seed-buffer
             end-call
           end-if
           call 'totp-verify' using
               by reference seed-buffer
               by reference otp-code
               by reference op-last-step
               by reference matched-step
             returning code-good
           end-call
           move spaces to seed-buffer

           if code-good is not equal to 1
             perform count-bad-code
             perform finish-short
           end-if

           move zero to op-bad-count
           move matched-step to op-last-step
           move function current-date(1:14) to op-last-login
           rewrite operator-record
             invalid key
               continue
           end-rewrite
           move operator-name to op-login-request-name
           move 1 to op-login-request-flag
           move 'ok' to rcode
           perform finish-short.

      *----------------------------------------------------------------
      * one more bad code in the run; the one that reaches the
      * limit locks the operator out and says so on the trail.
      *----------------------------------------------------------------
       count-bad-code.
           move 'bc' to rcode
           if op-bad-count is less than 99
             add 1 to op-bad-count end-add
           end-if
           if operator-lockout-limit is greater than zero
               and op-bad-count is not less than operator-lockout-limit
             move 'L' to op-state
             move function current-date(1:14) to op-locked-at
             move 'lk' to rcode
           end-if
           rewrite operator-record
             invalid key
               continue
           end-rewrite.

       finish-short.
           move 2 to result-length
           move spaces to audit-note
           string 'operator=' delimited by size
               operator-name delimited by space
             into audit-note
           end-string
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call
           goback.

       end program op-login.
