       identification division.
       program-id. lease-sect.

      * exclusive, time-limited edit leases on a section (see
      * leaserecord.cpy) - the checkout two teams working one
      * section through a long session take, so a run of
      * set-params, fix-section cards and list-param pushes is not
      * trampled halfway. while a lease is live, process-request
      * answers every section-mutating command presented by any
      * other key 'sl', naming the holder (lease-check.cbl).
      * ops (arg-action):
      *   'TAKE' - check the section out for arg-minutes (default
      *            60, cap 480). taking a lease this key already
      *            holds restarts its clock; one held by another
      *            key answers 'sl' with the holder and expiry
      *   'RENW' - push the holder's own live lease out arg-minutes
      *            from now
      *   'FREE' - the holder hands the lease back
      *   'SHOW' - who holds the section, and until when
      *   'BRK ' - admin override: skey is the master key, and the
      *            lease is broken whoever holds it - for the
      *            holder who went home with the section checked
      *            out
      * TAKE/RENW/FREE need a write-scope key of the section (the
      * key-age policy applies as on set-param); SHOW takes any
      * key of the section, read-only included.
      * rcodes: ok/kw (rowner/rexpires-at set), sl (held by another
      * key - rowner/rexpires-at name the holder), nf (no live
      * lease to renew/free/show/break, or not yours to renew or
      * free), na, ro, ke, bn, iv.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy leasedb.
         copy keyownerdb.

       data division.
       file section.
         copy sectionrecord.
         copy leaserecord.
         copy keyownerrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'lease-sect '.
         01 keys-equal picture 9.
         01 key-matched picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         77 lease-default-minutes binary-long unsigned value 60.
         77 lease-max-minutes binary-long unsigned value 480.
         01 lease-minutes binary-long unsigned.
         01 minutes-display picture zz9.
         01 caller-fingerprint picture 9(15).
         01 lease-found picture 9.
         01 lease-live picture 9.
         01 now-stamp picture 9(14).
         01 now-epoch picture 9(14).
         01 until-epoch picture 9(14).
         01 until-days binary-long.
         01 until-rest binary-long.
         01 until-hh binary-long.
         01 until-mi binary-long.
         01 until-ss binary-long.
         01 until-date picture 9(8).
         01 current-date-time picture x(21).
         01 current-date-time-fields redefines current-date-time.
           03 cdt-yyyymmdd picture 9(8).
           03 cdt-hh picture 99.
           03 cdt-mi picture 99.
           03 cdt-ss picture 99.
           03 filler picture x(7).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 arg-action picture x(4).
      *    optional - unsent or blank takes the default length.
           02 arg-minutes picture x(3).
           02 filler picture x(886).
         01 result.
           02 rcode picture x(2).
           02 rowner picture x(40).
           02 rexpires-at picture 9(14).
           02 filler picture x(968).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-lease-sect.
           if argc is less than 124
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 127
             move spaces to arg-minutes
           end-if

           move function upper-case(section-name) to section-name
           move function upper-case(arg-action) to arg-action
           move zero to key-in-grace

           evaluate arg-action
             when 'TAKE'
             when 'RENW'
             when 'FREE'
             when 'SHOW'
             when 'BRK '
               continue
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate

           if arg-minutes is equal to spaces
             move lease-default-minutes to lease-minutes
           else
             if function trim(arg-minutes) is not numeric
               move 'iv' to rcode
               perform finish-short
             end-if
             move function numval(arg-minutes) to lease-minutes
           end-if
           if lease-minutes is less than 1
             move lease-default-minutes to lease-minutes
           end-if
           if lease-minutes is greater than lease-max-minutes
             move lease-max-minutes to lease-minutes
           end-if

           if arg-action is equal to 'BRK '
             perform break-lease
           end-if

      *----------------------------------------------------------------
      * a blank key on a logged-in connection means "use my session"
      * (see sessionlist.cpy/login.cbl), the same as on set-param.
      *----------------------------------------------------------------
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

           move zero to key-matched
           perform
             varying ind from 1 by 1
               until ind is greater than api-keys-count
                 or key-matched is equal to 1
             call 'const-time-eq' using
                 by reference skey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move 1 to key-matched
               if api-key-read-only(ind)
                   and arg-action is not equal to 'SHOW'
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
             end-if
           end-perform
           if key-matched is equal to zero
             move 'na' to rcode
             perform finish-short
           end-if

           call 'hash-api-key' using
             by reference skey
             by reference caller-fingerprint
           end-call
           perform read-current-lease

           evaluate arg-action
             when 'TAKE'
               perform take-lease
             when 'RENW'
               perform renew-lease
             when 'FREE'
               perform free-lease
             when 'SHOW'
               perform show-lease
           end-evaluate.

       take-lease.
           if lease-live is equal to 1
               and lease-fingerprint is not equal to caller-fingerprint
             perform answer-held
           end-if
           if lease-live is equal to 0
               or lease-fingerprint is not equal to caller-fingerprint
             move zero to lease-renewals
           end-if
           move section-name to lease-section
           move caller-fingerprint to lease-fingerprint
           perform look-up-key-owner
           move now-stamp to lease-granted-at
           perform compute-expires-at
           if lease-found is equal to 1
             rewrite lease-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-rewrite
           else
             write lease-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-write
           end-if
           perform note-minutes
           perform answer-granted.

       renew-lease.
           if lease-live is equal to 0
             move 'nf' to rcode
             perform finish-short
           end-if
           if lease-fingerprint is not equal to caller-fingerprint
             perform answer-held
           end-if
           perform compute-expires-at
           add 1 to lease-renewals end-add
           rewrite lease-record
             invalid key
               move 'fl' to rcode
               perform finish-short
           end-rewrite
           perform note-minutes
           perform answer-granted.

       free-lease.
           if lease-live is equal to 0
             move 'nf' to rcode
             perform finish-short
           end-if
           if lease-fingerprint is not equal to caller-fingerprint
             perform answer-held
           end-if
           delete leases-db record
             invalid key
               continue
           end-delete
           perform answer-granted.

       show-lease.
           if lease-live is equal to 0
             move 'nf' to rcode
             perform finish-short
           end-if
           perform answer-granted.

      *----------------------------------------------------------------
      * the admin override - master-key gated like del-mkey, and
      * the broken holder rides the audit line so the holder can be
      * told why their next set-param went through someone else's.
      *----------------------------------------------------------------
       break-lease.
           call 'const-time-eq' using
               by reference skey
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if
           perform read-current-lease
           if lease-live is equal to 0
             move 'nf' to rcode
             perform finish-short
           end-if
           delete leases-db record
             invalid key
               continue
           end-delete
           move spaces to audit-note
           string 'LEASE BROKEN, held by ' delimited by size
               function trim(lease-owner) delimited by size
             into audit-note
           end-string
           perform answer-granted.

       read-current-lease.
           move function current-date to current-date-time
           move function numval(function current-date(1:14))
             to now-stamp
           move zero to lease-found
           move zero to lease-live
           move section-name to lease-section
           read leases-db record
             invalid key
               exit paragraph
           end-read
           move 1 to lease-found
           if lease-expires-at is greater than now-stamp
             move 1 to lease-live
           end-if.

      *----------------------------------------------------------------
      * the holder is named by the key's key-owners entry as it
      * stood at checkout - see keyownerrecord.cpy.
      *----------------------------------------------------------------
       look-up-key-owner.
           move caller-fingerprint to ko-fingerprint
           move section-name to ko-section
           read key-owners-db record
             invalid key
               move 'unregistered key' to lease-owner
             not invalid key
               move ko-owner to lease-owner
           end-read.

      *----------------------------------------------------------------
      * now + lease-minutes as a YYYYMMDDHHMMSS stamp - the same
      * epoch fold break-glass runs for its expiry.
      *----------------------------------------------------------------
       compute-expires-at.
           compute now-epoch =
             function integer-of-date(cdt-yyyymmdd) * 86400
             + (cdt-hh * 3600) + (cdt-mi * 60) + cdt-ss
           end-compute
           compute until-epoch =
             now-epoch + lease-minutes * 60
           end-compute
           divide until-epoch by 86400
             giving until-days remainder until-rest
           end-divide
           move function date-of-integer(until-days) to until-date
           divide until-rest by 3600
             giving until-hh remainder until-rest
           end-divide
           divide until-rest by 60
             giving until-mi remainder until-ss
           end-divide
           compute lease-expires-at =
             until-date * 1000000
             + until-hh * 10000 + until-mi * 100 + until-ss
           end-compute.

       note-minutes.
           move lease-minutes to minutes-display
           move spaces to audit-note
           string 'LEASE ' delimited by size
               function trim(minutes-display) delimited by size
               ' min' delimited by size
             into audit-note
           end-string.

       answer-held.
           move 'sl' to rcode
           move lease-owner to rowner
           move lease-expires-at to rexpires-at
           move 56 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       answer-granted.
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move lease-owner to rowner
           move lease-expires-at to rexpires-at
           move 56 to result-length
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

       end program lease-sect.
