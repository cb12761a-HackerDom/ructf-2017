       identification division.
       program-id. window-parm.

      * recurring time window for one param: SET files the window
      * and the value to serve inside it in value-windows-db (see
      * valuewindowrecord.cpy) while the stored value in settings-db
      * keeps serving outside it - business hours against
      * off-hours for a batch throttle or a feature toggle, every
      * week, with nothing to schedule. DEL drops the window and the
      * param is back to one value. the window itself is resolved
      * by get-section at read time.
      *   arg-days      seven 'Y'/'N' marks, Monday first
      *                 ('YYYYYNN' is Monday to Friday)
      *   arg-from/to   HHMM, the end exclusive; an end before the
      *                 start runs overnight, equal times all day
      *   arg-business  'Y' closes the window on the holidays of the
      *                 business-day calendar too (blank is 'N')
      *   arg-value     served inside the window
      * authentication is set-param's: a write-scope key for the
      * section. the in-window value is validated against the
      * param's rule (check-rule) at SET time, so the window can
      * never serve a value set-param itself would have refused.
      * rcodes: ok, kw, na, ro, ke, tl, bn, pd, iv, nf (DEL with no
      * window on file), vr, fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy valuewindowdb.

       data division.
       file section.
         copy sectionrecord.
         copy valuewindowrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 day-ind picture 9.
         01 days-open picture 9.
         01 audit-cmd-name picture x(11) value 'window-parm'.
         01 keys-equal picture 9.
         01 name-valid picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 rule-status picture 9.
         01 failed-rule-type picture x(4).
         01 value-full picture x(348).
         01 hhmm-check.
           02 hhmm-hours picture 99.
           02 hhmm-minutes picture 99.
         01 hhmm-valid picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 arg-action picture x(4).
           02 param-name picture x(40).
           02 arg-days picture x(7).
           02 arg-from picture x(4).
           02 arg-to picture x(4).
           02 arg-business picture x.
           02 arg-value picture x(85).
           02 filler picture x(748).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-window-parm.
           if argc is less than 265
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to key-in-grace
           move function upper-case(section-name) to section-name
           move function upper-case(arg-action) to arg-action

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
               if api-key-read-only(ind)
                 move 'ro' to rcode
                 perform finish-short
               end-if
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
               perform run-action
               goback
             end-if
           end-perform

           move 'na' to rcode
           perform finish-short.

       run-action.
           call 'validate-name' using
             by reference param-name
             by content 40
             returning name-valid
           end-call
           if name-valid is equal to zero
             move 'iv' to rcode
             perform finish-short
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
             perform finish-short
           end-if

           move section-name to win-section
           move param-name to win-param

           evaluate arg-action
             when 'SET '
               perform set-window
             when 'DEL '
               perform drop-window
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate.

       set-window.
           move zero to days-open
           perform
             varying day-ind from 1 by 1
               until day-ind is greater than 7
             evaluate arg-days(day-ind:1)
               when 'Y'
                 add 1 to days-open end-add
               when 'N'
                 continue
               when other
                 move 'iv' to rcode
                 perform finish-short
             end-evaluate
           end-perform
           if days-open is equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if

           move arg-from to hhmm-check
           perform check-hhmm
           if hhmm-valid is equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if
           move arg-to to hhmm-check
           perform check-hhmm
           if hhmm-valid is equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if

           if arg-business is equal to space
             move 'N' to arg-business
           end-if
           if arg-business is not equal to 'Y'
               and arg-business is not equal to 'N'
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the in-window value meets the same rule gate the stored
      * value had to - see the identical check in set-param.cbl.
      *----------------------------------------------------------------
           move spaces to value-full
           move arg-value to value-full(1:85)
           call 'check-rule' using
               by reference section-name
               by reference param-name
               by reference value-full
               by reference failed-rule-type
             returning rule-status
           end-call
           if rule-status is not equal to zero
             move 'vr' to rcode
             perform finish-short
           end-if

           move arg-days to win-days
           move arg-from to win-from
           move arg-to to win-to
           move arg-business to win-business-days
           move arg-value to win-value
           move function current-date(1:8) to win-defined-on
           write value-window-record
             invalid key
               rewrite value-window-record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-rewrite
           end-write
           call 'cache-invalidate' using
             by reference section-name
           end-call
           move spaces to audit-note
           string 'WINDOW ' delimited by size
               win-days delimited by size
               ' ' delimited by size
               win-from delimited by size
               '-' delimited by size
               win-to delimited by size
               ' BD=' delimited by size
               win-business-days delimited by size
             into audit-note
           end-string
           perform answer-ok.

       drop-window.
           delete value-windows-db record
             invalid key
               move 'nf' to rcode
               perform finish-short
           end-delete
           call 'cache-invalidate' using
             by reference section-name
           end-call
           move 'WINDOW DROPPED' to audit-note
           perform answer-ok.

       check-hhmm.
           move zero to hhmm-valid
           if hhmm-check is not numeric
             exit paragraph
           end-if
           if hhmm-hours is greater than 23
               or hhmm-minutes is greater than 59
             exit paragraph
           end-if
           move 1 to hhmm-valid.

       answer-ok.
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program window-parm.
