       identification division.
       program-id. suspend-key.

      * admin command (master-key gated, like key-incdnt) that takes
      * one api-key slot of a section out of service without
      * deleting it - the service hammering set-param in a loop is
      * stopped on the spot, and when it is fixed resume-key puts
      * the very same key back: scope, profile, key-owners entry
      * and age stamp all untouched, nothing to redeploy. the
      * suspension is filed in susp-keys-db (suspkeyrecord.cpy)
      * with a reason and, optionally, the YYYYMMDDHHMMSS (or
      * YYYYMMDD, taken as midnight) it lifts itself at; until then
      * process-request refuses every key-checked command made with
      * the key with 'kx' (see key-suspended.cbl). suspending a key
      * already suspended re-files it with the new reason and time.
      * the key's login sessions on the section and its watches on
      * the section end here and now - the rows are cleared and the
      * connections parked on the kick-queue (connadmin.cpy) for the
      * event loop to close, as key-incdnt does it.
      * rcodes: ok (sessions and watches dropped follow), na, bn,
      * iv (no such slot, no reason given, or a resume time that is
      * not a date or not in the future), fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy suspkeydb.

       data division.
       file section.
         copy sectionrecord.
         copy suspkeyrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy sessionlist.
         copy watchlist.
         copy connadmin.
         copy operatorstate.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'suspend-key'.
         01 keys-equal picture 9.
         01 slot-number picture 99.
         01 probe-key picture x(80).
         01 key-fingerprint picture 9(15).
         01 slot-fingerprint picture 9(15).
         01 resume-stamp picture 9(14).
         01 resume-date picture 9(8).
         01 now-stamp picture 9(14).
         01 sess-ind picture 99.
         01 watch-ind picture 99.
         01 kick-ind picture 99.
         01 kick-slot picture 99.
         01 kick-socket binary-long.
         01 session-count picture 9(3).
         01 watch-count picture 9(3).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 arg-slot picture x(2).
           02 arg-reason picture x(60).
      *    optional - blank (or unsent) suspends until resume-key.
           02 arg-resume-at picture x(14).
           02 filler picture x(817).
         01 result.
           02 rcode picture x(2).
           02 r-sessions picture 9(3).
           02 r-watches picture 9(3).
           02 filler picture x(1016).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-suspend-key.
           if argc is less than 184
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 198
             move spaces to arg-resume-at
           end-if

           move function upper-case(section-name) to section-name

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

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           move zero to slot-number
           if arg-slot is numeric
             move arg-slot to slot-number
           end-if
           if slot-number is less than 1
               or slot-number is greater than api-keys-count
               or arg-reason is equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the auto-resume time: a whole stamp, or a bare date taken as
      * its midnight - either way still ahead of now.
      *----------------------------------------------------------------
           move function current-date(1:14) to now-stamp
           move zero to resume-stamp
           evaluate true
             when arg-resume-at is equal to spaces
               continue
             when arg-resume-at is numeric
               move arg-resume-at to resume-stamp
             when arg-resume-at(9:6) is equal to spaces
                 and arg-resume-at(1:8) is numeric
               move arg-resume-at(1:8) to resume-stamp(1:8)
               move zero to resume-stamp(9:6)
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate
           if resume-stamp is greater than zero
             move resume-stamp(1:8) to resume-date
             if function test-date-yyyymmdd(resume-date)
                 is not equal to zero
                 or resume-stamp is not greater than now-stamp
               move 'iv' to rcode
               perform finish-short
             end-if
           end-if

           move api-key(slot-number) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference key-fingerprint
           end-call
           move spaces to probe-key

           move section-name to sk-section
           move key-fingerprint to sk-fingerprint
           move slot-number to sk-slot
           move api-key-added-on(slot-number) to sk-key-added-on
           move arg-reason to sk-reason
           move resume-stamp to sk-resume-at
           move now-stamp to sk-suspended-at
           move audit-operator-name to sk-suspended-by
           if sk-suspended-by is equal to spaces
             move 'master-key' to sk-suspended-by
           end-if
           write susp-key-record
             invalid key
               rewrite susp-key-record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-rewrite
           end-write

           move zero to session-count
           move zero to watch-count
           perform drop-sessions
           perform drop-watches

           move spaces to audit-note
           string 'slot ' delimited by size
               slot-number delimited by size
               ' ' delimited by size
               arg-reason delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           move session-count to r-sessions
           move watch-count to r-watches
           move 8 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * only the key's sessions and watches on THIS section - the
      * same key string held on another section is another slot,
      * and not suspended.
      *----------------------------------------------------------------
       drop-sessions.
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if session-socket(sess-ind) is not equal to zero
                 and function upper-case(session-section(sess-ind))
                   is equal to section-name
               call 'hash-api-key' using
                 by reference session-key(sess-ind)
                 by reference slot-fingerprint
               end-call
               if slot-fingerprint is equal to key-fingerprint
                 move session-socket(sess-ind) to kick-socket
                 perform park-kick
                 move zero to session-socket(sess-ind)
                 move spaces to session-section(sess-ind)
                 move spaces to session-key(sess-ind)
                 add 1 to session-count end-add
               end-if
             end-if
           end-perform.

       drop-watches.
           perform
             varying watch-ind from 1 by 1
               until watch-ind is greater than 64
             if watcher-socket(watch-ind) is not equal to zero
                 and watcher-fingerprint(watch-ind) is equal to
                   key-fingerprint
                 and function upper-case(watcher-section(watch-ind))
                   is equal to section-name
               move watcher-socket(watch-ind) to kick-socket
               perform park-kick
               move zero to watcher-socket(watch-ind)
               move spaces to watcher-section(watch-ind)
               move zero to watcher-fingerprint(watch-ind)
               add 1 to watch-count end-add
             end-if
           end-perform.

       park-kick.
           move zero to kick-slot
           perform
             varying kick-ind from 1 by 1
               until kick-ind is greater than 64
             if kick-queue-socket(kick-ind) is equal to kick-socket
               exit paragraph
             end-if
             if kick-slot is equal to zero
                 and kick-queue-socket(kick-ind) is equal to zero
               move kick-ind to kick-slot
             end-if
           end-perform
           if kick-slot is greater than zero
             move kick-socket to kick-queue-socket(kick-slot)
           end-if.

       end program suspend-key.
