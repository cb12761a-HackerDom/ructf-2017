       identification division.
       program-id. roll-apikey.

      * api-key rollover - the add-apikey/del-apikey pair done as one
      * step that can't be half-finished. the caller presents the key
      * to be rolled; a successor is drawn from the random device
      * into a new slot of the same section's api-keys table with
      * the predecessor's scope, its named profile (profassign-
      * record.cpy) and its key-owners entry, and the pair is linked
      * in key-rollovers (keyrolloverrecord.cpy). both keys work for
      * KEYOVERLAPDAYS (key-overlap-days, default 14); until then
      * every successful answer to the predecessor carries 'ks' in
      * place of 'ok' (see key-superseded.cbl and process-request),
      * and on the retire date the nightly retire-keys.cbl withdraws
      * it - nobody has to remember the del-apikey.
      * a key inside its age grace window may roll (that is the
      * cure); one already past the limit answers 'ke' like any
      * other use of it. a key that already has a successor in
      * overlap answers 'ae' - roll the successor instead.
      * the successor and its retire date are returned in the
      * response; the key itself is never written anywhere else.
      * rcodes: ok, bn, na, ke, pd, mk (no free slot), ae, fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy profassigndb.
         copy keyownerdb.
         copy keyrolloverdb.

       data division.
       file section.
         copy sectionrecord.
         copy profassignrecord.
         copy keyownerrecord.
         copy keyrolloverrecord.

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 found-ind picture 99.
         01 audit-cmd-name picture x(11) value 'roll-apikey'.
         01 keys-equal picture 9.
         01 key-age-status picture 9.
         01 profile-allows picture 9.
         01 profile-param picture x(40) value spaces.
         01 today-date picture 9(8).
         01 old-fingerprint picture 9(15).
         01 successor-key picture x(80).
         01 successor-fingerprint picture 9(15).
         01 held-profile picture x(16).
         01 held-owner picture x(40).
         01 held-contact picture x(40).
         01 held-purpose picture x(60).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 oldkey picture x(80).
           02 filler picture x(904).
         01 result.
           02 rcode picture x(2).
           02 rnew-key picture x(80).
           02 rretire-on picture 9(8).
           02 filler picture x(934).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-roll-apikey.
           if argc is less than 120
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move function upper-case(section-name) to section-name
           move function current-date(1:8) to today-date

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           move zero to found-ind
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             call 'const-time-eq' using
                 by reference oldkey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move ind to found-ind
             end-if
           end-perform
           if found-ind is equal to zero
             move 'na' to rcode
             perform finish-short
           end-if

           call 'check-key-age' using
               by reference api-key-added-on(found-ind)
             returning key-age-status
           end-call
           if key-age-status is equal to 2
             move 'ke' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * named-profile policy - see profile-check.cbl and the same
      * gate in add-apikey.cbl: a key barred from minting keys may
      * not mint its own successor either.
      *----------------------------------------------------------------
           call 'profile-check' using
               by reference oldkey
               by reference section-name
               by reference audit-cmd-name
               by reference profile-param
             returning profile-allows
           end-call
           if profile-allows is equal to zero
             move 'pd' to rcode
             perform finish-short
           end-if

           call 'hash-api-key' using
             by reference oldkey
             by reference old-fingerprint
           end-call
           move old-fingerprint to kr-old-fingerprint
           move section-name to kr-section
           read key-rollovers-db record
             invalid key
               continue
             not invalid key
               if kr-retire-on is greater than today-date
                 move 'ae' to rcode
                 perform finish-short
               end-if
           end-read

           if api-keys-count is equal to 30
             move 'mk' to rcode
             perform finish-short
           end-if

           perform issue-successor
           perform carry-key-details
           perform link-rollover

           move 'ok' to rcode
           move successor-key to rnew-key
           move kr-retire-on to rretire-on
           move 90 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       issue-successor.
           call 'random-string' using
             by reference successor-key
             by content 80
           end-call
           add 1 to api-keys-count end-add
           move successor-key to api-key(api-keys-count)
           move today-date to api-key-added-on(api-keys-count)
           if api-key-read-only(found-ind)
             move 'R' to api-key-scope(api-keys-count)
           else
             move 'W' to api-key-scope(api-keys-count)
           end-if
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'fl' to rcode
               perform finish-short
           end-rewrite
           call 'cache-invalidate' using
             by reference section-name
           end-call
           call 'key-index-add' using
             by reference successor-key
             by reference section-name
           end-call.

      *----------------------------------------------------------------
      * the predecessor's profile and owner follow it to the
      * successor - a rollover changes the credential, not who holds
      * it or what it may do. read by fingerprint, the way
      * profile-check and find-owner look them up.
      *----------------------------------------------------------------
       carry-key-details.
           move old-fingerprint to pa-fingerprint
           move section-name to pa-section
           read profile-assignments-db record
             invalid key
               continue
             not invalid key
               move pa-profile to held-profile
               call 'profile-assign' using
                 by reference successor-key
                 by reference section-name
                 by reference held-profile
               end-call
           end-read

           move old-fingerprint to ko-fingerprint
           move section-name to ko-section
           read key-owners-db record
             invalid key
               continue
             not invalid key
               move ko-owner to held-owner
               move ko-contact to held-contact
               move ko-purpose to held-purpose
               call 'key-owner-add' using
                 by reference successor-key
                 by reference section-name
                 by reference held-owner
                 by reference held-contact
                 by reference held-purpose
               end-call
           end-read.

       link-rollover.
           call 'hash-api-key' using
             by reference successor-key
             by reference successor-fingerprint
           end-call
           move old-fingerprint to kr-old-fingerprint
           move section-name to kr-section
           move successor-fingerprint to kr-new-fingerprint
           move today-date to kr-rolled-on
           compute kr-retire-on = function date-of-integer(
               function integer-of-date(today-date)
               + key-overlap-days)
           end-compute
           write key-rollover-record
             invalid key
               rewrite key-rollover-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program roll-apikey.
