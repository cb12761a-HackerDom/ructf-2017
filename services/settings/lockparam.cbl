       identification division.
       program-id. lock-param.

      * marks one param write-once or locked, or takes the mark off
      * - see paramlockrecord.cpy for what the marks mean and
      * check-param-lock.cbl for where they bite. arg-action:
      *   'ONCE' - write-once: the first value is allowed, every
      *            change after it refused
      *   'LOCK' - locked: no write at all
      *   'FREE' - remove the mark
      * marking is a statement about the section's own data, so it
      * takes set-param's authentication - a write-scope key for the
      * section. removing a mark undoes a protection somebody put
      * there on purpose, so it takes the shared admin-master-key
      * (the argv key slot carries it), the way protect-sec's
      * four-eyes flag does, and the audit line names the param and
      * the mark it had (auditnote.cpy). ONCE never loosens a LOCK -
      * that is a FREE first.
      * rcodes: ok, kw, na, ro, ke, tl, bn, iv, nf, pd, pl, fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy paramlockdb.

       data division.
       file section.
         copy sectionrecord.
         copy paramlockrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'lock-param '.
         01 keys-equal picture 9.
         01 name-valid picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 marker-fingerprint picture 9(15).
         01 mark-words picture x(10).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 arg-action picture x(4).
           02 param-name picture x(40).
           02 filler picture x(860).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-lock-param.
           if argc is less than 164
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to key-in-grace
           move function upper-case(section-name) to section-name
           move function upper-case(arg-action) to arg-action

           if arg-action is equal to 'FREE'
             perform free-param
             goback
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
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
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
               if api-key-read-only(ind)
                 move 'ro' to rcode
                 move 2 to result-length
                 call 'audit-log' using
                   by reference section-name, audit-cmd-name, rcode
                 end-call
                 goback
               end-if
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is equal to 2
                 move 'ke' to rcode
                 move 2 to result-length
                 call 'audit-log' using
                   by reference section-name, audit-cmd-name, rcode
                 end-call
                 goback
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
                 move 2 to result-length
                 call 'audit-log' using
                   by reference section-name, audit-cmd-name, rcode
                 end-call
                 goback
               end-if
      *----------------------------------------------------------------
      * named-profile policy - see profile-check.cbl and the same
      * gate in set-param.cbl.
      *----------------------------------------------------------------
               call 'profile-check' using
                   by reference skey
                   by reference section-name
                   by reference audit-cmd-name
                   by reference param-name
                 returning profile-allows
               end-call
               if profile-allows is equal to zero
                 move 'pd' to rcode
                 move 2 to result-length
                 call 'audit-log' using
                   by reference section-name, audit-cmd-name, rcode
                 end-call
                 goback
               end-if
               perform mark-param
               goback
             end-if
           end-perform

           move 'na' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * re-marking a param restamps the date and the marker; ONCE
      * over LOCK is refused 'pl'.
      *----------------------------------------------------------------
       mark-param.
           perform check-param-name
           if arg-action is not equal to 'ONCE'
               and arg-action is not equal to 'LOCK'
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           move section-name to plk-section
           move param-name to plk-param
           read param-locks-db record
             invalid key
               move space to plk-mode
           end-read
           if plk-locked and arg-action is equal to 'ONCE'
             move 'pl' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           move section-name to plk-section
           move param-name to plk-param
           if arg-action is equal to 'ONCE'
             move 'W' to plk-mode
             move 'write-once' to mark-words
           else
             move 'L' to plk-mode
             move 'locked' to mark-words
           end-if
           move function current-date(1:8) to plk-marked-on
           call 'hash-api-key' using
             by reference skey
             by reference marker-fingerprint
           end-call
           move marker-fingerprint to plk-marked-by
           write param-lock-record
             invalid key
               rewrite param-lock-record
                 invalid key
                   move 'fl' to rcode
                   move 2 to result-length
                   call 'audit-log' using
                     by reference section-name, audit-cmd-name, rcode
                   end-call
                   goback
               end-rewrite
           end-write

           move spaces to audit-note
           string function trim(mark-words) delimited by size
               ' ' delimited by size
               function trim(param-name) delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       free-param.
           call 'const-time-eq' using
               by reference skey
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if
           perform check-param-name

           move section-name to plk-section
           move param-name to plk-param
           read param-locks-db record
             invalid key
               move 'nf' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
           end-read
           if plk-locked
             move 'locked' to mark-words
           else
             move 'write-once' to mark-words
           end-if
           delete param-locks-db record
             invalid key
               move 'fl' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference section-name, audit-cmd-name, rcode
               end-call
               goback
           end-delete

           move spaces to audit-note
           string 'unlocked ' delimited by size
               function trim(param-name) delimited by size
               ' (' delimited by size
               function trim(mark-words) delimited by size
               ')' delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       check-param-name.
           call 'validate-name' using
             by reference param-name
             by content 40
             returning name-valid
           end-call
           if name-valid is equal to zero
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if.

       end program lock-param.
