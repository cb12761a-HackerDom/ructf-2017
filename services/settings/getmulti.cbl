       identification division.
       program-id. get-multi.

      * reads up to six sections in one call, every value as of one
      * commit position - the start-up read a service makes of its
      * own section, DEFAULTS, the shared infrastructure section and
      * the feature flags, without the window between four
      * get-sections in which a change can land and leave the
      * process holding half the old config and half the new.
      * the commit position is section-version.cbl's 'P' read: one
      * more for every committed mutation of any section, whichever
      * worker or batch job made it. the page is built between two
      * reads of it; when they differ something was committed while
      * the page was being read, and the page is built again. a
      * commit that writes several records only moves the position
      * at its end, so the writes in flight ('W' - the brackets
      * process-request holds open around every mutating dispatch)
      * are read on both sides too: a page begun or finished while
      * any were open may hold half a commit, and is built again
      * the same way. either retry runs for up to MULTIREADMS
      * milliseconds (serverconfig.cpy), then the caller is
      * answered 'rt' and tries again later.
      * each entry names a section and a key for it, checked exactly
      * as get-section checks one (any of the section's api-keys,
      * a blank key meaning the login session's own when the
      * session is on that section; age, rate-limit and profile
      * policy applied). the first entry that fails answers for the
      * call, with its entry number in rbad-entry.
      * values are the full logical values (read-setting-value -
      * the chunk chain reassembled), expired values suppressed the
      * way the read path always suppresses them, then resolved the
      * way get-section.cbl resolves them - a recurring value window
      * open right now, this instance's overlay, then the rollout
      * split for a caller that sent a rollout token. a section's
      * derived params (calcrecord.cpy) follow its stored ones in
      * key order, '=<number>' as get-section serves them, and page
      * with the same cursor. it all goes out in slices of 160:
      * a value longer than that comes back as one entry per slice,
      * roffset saying where each begins and rlength how long the
      * whole value is. every page carries the position it was read
      * at and each section's version (sectionversionrecord.cpy);
      * 'more' up means there is more to read, and the caller asks
      * again sending the position and the rnext cursor back. a
      * continuation page is served only while the position still
      * stands - once anything has been committed since the first
      * page it answers 'rt', and the caller starts from the top.
      * rcodes: ok, kw (a key in its grace window), rt, bn, na, ke,
      * kx, kn, tl, pd (bn/na/ke/kx/kn/tl/pd with rbad-entry), ck (a
      * value failed its checksum), iv (entry count not 1-6).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy calcdb.
         copy overlaydb.
         copy valuewindowdb.
         copy rolloutdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy calcrecord.
         copy overlayrecord.
         copy valuewindowrecord.
         copy rolloutrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         copy requestpeer.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'get-multi  '.
         01 keys-equal picture 9.
         01 key-matched picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         01 key-is-suspended picture 9.
         01 key-bind-allowed picture 9.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 profile-param picture x(40) value spaces.
         01 entry-key picture x(80).
      *  each entry's key as checked - the session's, for a blank one.
         01 entry-keys picture x(80) occurs 6 times.
         01 entry-ind picture 9.
         01 entry-count picture 9.
         01 today-date picture 9(8).

      *  the snapshot - the commit position read before and after
      *  the page, and the clock that bounds the retries.
         01 position-before picture 9(12).
         01 position-after picture 9(12).
         01 position-sent picture 9(12).
         01 writes-before picture 9(12).
         01 writes-after picture 9(12).
         01 page-consistent picture 9.
         01 clock-stamp.
           02 filler picture x(8).
           02 clock-hh picture 99.
           02 clock-mi picture 99.
           02 clock-ss picture 99.
           02 clock-cs picture 99.
           02 filler picture x(5).
         01 clock-now-cs binary-long unsigned.
         01 clock-start-cs binary-long unsigned.
         01 elapsed-ms binary-long unsigned.
         01 audit-section-name picture x(40) value spaces.

      *  the page walk.
         01 start-section picture 9.
         01 start-param picture x(40).
         01 start-offset binary-long unsigned.
         01 walk-section picture x(40).
         01 walk-ind picture 9.
         01 probe-after picture x(40).
         01 probe-next picture x(40).
         01 probe-done picture 9.
         01 emit-param picture x(40).
         01 emit-offset binary-long unsigned.
         01 emit-value picture x(348).
         01 emit-expires picture 9(8).
         01 emit-found picture 9.
         01 emit-length binary-long unsigned.
         01 page-full picture 9.
         01 value-corrupt picture 9.
         77 slice-width binary-long unsigned value 160.
         77 page-size binary-long unsigned value 4.
      *  derived params walk after the stored ones - calc-phase up
      *  once the page has moved on to them.
         01 calc-phase picture 9.
         01 calc-after picture x(40).
         01 calc-next picture x(40).
         01 calc-done picture 9.
         01 stored-live picture 9.
         01 emit-derived picture 9.

      *----------------------------------------------------------------
      * derived-param scratch - the evaluation get-section.cbl's
      * evaluate-one-calc makes, operands through the shared keyed
      * read (render-build.cbl's form of it).
      *----------------------------------------------------------------
         01 calc-ok picture 9.
         01 calc-operand-name picture x(40).
         01 calc-operand-value picture x(348).
         01 calc-operand-expires picture 9(8).
         01 calc-operand-found picture 9.
         01 calc-op1 picture s9(12)v9(4).
         01 calc-op2 picture s9(12)v9(4).
         01 calc-result picture s9(12)v9(2).
         01 calc-result-edit picture -(12)9.99.

      *----------------------------------------------------------------
      * recurring value-window scratch - the judgement
      * get-section.cbl's judge-value-window makes, the calendar
      * asked at most once a call for each of the two days an open
      * window can belong to (9 unasked).
      *----------------------------------------------------------------
         01 window-now-date picture 9(8).
         01 window-now-time picture 9(4).
         01 window-day picture 9(8).
         01 window-day-int binary-long.
         01 window-dow binary-long.
         01 window-open picture 9.
         01 window-probe-date picture 9(8).
         01 window-today-business picture 9.
         01 window-yesterday-business picture 9.

      *  the rollout split - get-section.cbl's hash-rollout-token.
         01 rollout-hash-work binary-long unsigned.
         01 rollout-hash-ind binary-long unsigned.
         01 rollout-bucket binary-long unsigned.

      *  read-access audit - see readauditrecord.cpy.
         01 read-audit-owner picture x(40) value spaces.
         01 read-audit-params picture x(400).
         01 read-audit-ptr binary-long unsigned.
         01 audit-ind picture 9.
         01 note-section picture x(40).
         01 note-param picture x(40).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 multi-count picture 9.
      *    blank on the first page; on a continuation, the rposition
      *    the first page answered.
           02 multi-position picture x(12).
      *    the continuation cursor - rnext-entry, rnext-param and
      *    rnext-offset of the page before, sent back as they came.
      *    blank starts from the top.
           02 resume-entry picture x.
           02 resume-param picture x(40).
           02 resume-offset picture x(3).
           02 multi-entries occurs 6 times.
             03 msection picture x(40).
             03 mkey picture x(80).
      *    optional caller identity for percentage rollouts, as
      *    get-section takes it (rolloutrecord.cpy). blank, or
      *    unsent, serves the live value.
           02 multi-rollout-token picture x(16).
           02 filler picture x(220).
         01 result.
           02 rcode picture x(2).
           02 rposition picture 9(12).
           02 result-count picture 9.
           02 more picture 9.
           02 rversion picture 9(12) occurs 6 times.
           02 rentries occurs 4 times.
             03 rentry picture 9.
             03 rparam picture x(40).
             03 roffset picture 9(3).
             03 rlength picture 9(3).
             03 rslice picture x(160).
           02 rnext-entry picture 9.
           02 rnext-param picture x(40).
           02 rnext-offset picture 9(3).
           02 filler picture x(64).
         01 result-refused redefines result.
           02 filler picture x(2).
           02 rbad-entry picture 9.
           02 filler picture x(1021).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-get-multi.
           if argc is less than 177
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to entry-count
           if multi-count is numeric
             move multi-count to entry-count
           end-if
           if entry-count is less than 1
               or entry-count is greater than 6
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if
           if argc is less than 57 + entry-count * 120
             move 1 to need-more
             goback
           end-if

           if argc is less than 793
             move spaces to multi-rollout-token
           end-if

           move function current-date(1:8) to today-date
           move function current-date(1:8) to window-now-date
           move function current-date(9:4) to window-now-time
           move 9 to window-today-business
           move 9 to window-yesterday-business
           move zero to key-in-grace
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than entry-count
             move function upper-case(msection(entry-ind))
               to msection(entry-ind)
             perform check-entry-key
           end-perform

      *----------------------------------------------------------------
      * where this page starts - the top, or the cursor the page
      * before handed out.
      *----------------------------------------------------------------
           move 1 to start-section
           move spaces to start-param
           move zero to start-offset
           if resume-entry is numeric
               and resume-entry is not equal to '0'
             move resume-entry to start-section
             move resume-param to start-param
             if resume-offset is numeric
               move resume-offset to start-offset
             end-if
           end-if
           if start-section is greater than entry-count
             move entry-count to start-section
           end-if
           move zero to position-sent
           if multi-position is not equal to spaces
               and function trim(multi-position) is numeric
             move function numval(multi-position) to position-sent
           end-if

           perform read-clock
           move clock-now-cs to clock-start-cs
           move zero to page-consistent
           perform
             until page-consistent is equal to 1
             call 'section-version' using
               by content 'W'
               by reference audit-section-name
               by reference writes-before
             end-call
             call 'section-version' using
               by content 'P'
               by reference audit-section-name
               by reference position-before
             end-call
             if multi-position is not equal to spaces
                 and position-before is not equal to position-sent
               perform answer-retry
             end-if
             perform build-page
             call 'section-version' using
               by content 'P'
               by reference audit-section-name
               by reference position-after
             end-call
             call 'section-version' using
               by content 'W'
               by reference audit-section-name
               by reference writes-after
             end-call
             if position-after is equal to position-before
                 and writes-before is equal to zero
                 and writes-after is equal to zero
               move 1 to page-consistent
             else
               if multi-position is not equal to spaces
                   and position-after is not equal to position-before
                 perform answer-retry
               end-if
               perform read-clock
               if clock-now-cs is less than clock-start-cs
                 add 8640000 to clock-now-cs end-add
               end-if
               compute elapsed-ms =
                 (clock-now-cs - clock-start-cs) * 10
               end-compute
               if elapsed-ms is not less than multi-read-ms
                 perform answer-retry
               end-if
             end-if
           end-perform

           if value-corrupt is equal to 1
             move 'ck' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference msection(1), audit-cmd-name, rcode
             end-call
             goback
           end-if

           move position-before to rposition
           if key-in-grace is equal to 1
             move 'kw' to rcode
           else
             move 'ok' to rcode
           end-if
           compute result-length = 88 + result-count * 207
           end-compute
           if more is equal to 1
             move 960 to result-length
           end-if
           perform note-page-reads
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than entry-count
             call 'audit-log' using
               by reference msection(entry-ind), audit-cmd-name, rcode
             end-call
           end-perform
           goback.

       answer-retry.
           move 'rt' to rcode
           move 2 to result-length
           call 'audit-log' using
             by reference msection(1), audit-cmd-name, rcode
           end-call
           goback.

       refuse-entry.
           move entry-ind to rbad-entry
           move 3 to result-length
           call 'audit-log' using
             by reference msection(entry-ind), audit-cmd-name, rcode
           end-call
           goback.

       read-clock.
           move function current-date to clock-stamp
           compute clock-now-cs =
             ((clock-hh * 60 + clock-mi) * 60 + clock-ss) * 100
             + clock-cs
           end-compute.

      *----------------------------------------------------------------
      * one entry's section and key, get-section's gauntlet: the
      * section on file, the key one of its slots and inside its age
      * limit, not suspended (suspend-key.cbl), used from inside its
      * bound networks (bind-key.cbl), the key's request budget,
      * and its profile.
      *----------------------------------------------------------------
       check-entry-key.
           move msection(entry-ind) to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform refuse-entry
           end-read
           move mkey(entry-ind) to entry-key
           if entry-key is equal to spaces
               and session-current-flag is equal to 1
               and session-current-section is equal to
                 msection(entry-ind)
             move session-current-key to entry-key
           end-if
           move entry-key to entry-keys(entry-ind)
           move zero to key-matched
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
                 or key-matched is equal to 1
             call 'const-time-eq' using
                 by reference entry-key
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move 1 to key-matched
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is equal to 2
                 move 'ke' to rcode
                 perform refuse-entry
               end-if
               if key-age-status is equal to 1
                 move 1 to key-in-grace
               end-if
             end-if
           end-perform
           if key-matched is equal to zero
             move 'na' to rcode
             perform refuse-entry
           end-if
           call 'key-suspended' using
               by reference msection(entry-ind)
               by reference entry-key
             returning key-is-suspended
           end-call
           if key-is-suspended is equal to 1
             move 'kx' to rcode
             perform refuse-entry
           end-if
           call 'key-binding-check' using
               by reference msection(entry-ind)
               by reference entry-key
               by reference request-peer-ip
               by reference audit-cmd-name
             returning key-bind-allowed
           end-call
           if key-bind-allowed is equal to zero
             move 'kn' to rcode
             perform refuse-entry
           end-if
           call 'rate-limit-check' using
               by reference entry-key
             returning rate-allows
           end-call
           if rate-allows is equal to zero
             move 'tl' to rcode
             perform refuse-entry
           end-if
           call 'profile-check' using
               by reference entry-key
               by reference msection(entry-ind)
               by reference audit-cmd-name
               by reference profile-param
             returning profile-allows
           end-call
           if profile-allows is equal to zero
             move 'pd' to rcode
             perform refuse-entry
           end-if.

      *----------------------------------------------------------------
      * the page, from the cursor on: section by section in entry
      * order, each section's params in key order. built from
      * scratch on every attempt - a retry keeps nothing of the try
      * before.
      *----------------------------------------------------------------
       build-page.
           move spaces to result
           move zero to result-count
           move zero to more
           move zero to page-full
           move zero to value-corrupt
           move zero to rnext-entry
           move zero to rnext-offset
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than 6
             move zero to rversion(entry-ind)
             if entry-ind is not greater than entry-count
               call 'section-version' using
                 by content 'R'
                 by reference msection(entry-ind)
                 by reference rversion(entry-ind)
               end-call
             end-if
           end-perform
           perform
             varying walk-ind from start-section by 1
               until walk-ind is greater than entry-count
                 or page-full is equal to 1
                 or value-corrupt is equal to 1
             perform walk-one-section
           end-perform.

      *----------------------------------------------------------------
      * the section's stored params, then its derived ones. a cursor
      * naming a derived param (one with no live stored value of the
      * same name) resumes the derived walk after it.
      *----------------------------------------------------------------
       walk-one-section.
           move msection(walk-ind) to walk-section
           move low-values to probe-after
           move low-values to calc-after
           move zero to calc-phase
           if walk-ind is equal to start-section
               and start-param is not equal to spaces
             move start-param to emit-param
             move start-offset to emit-offset
             perform probe-stored-live
             if stored-live is equal to zero
               move walk-section to calc-section
               move start-param to calc-param
               read calcs-db record
                 invalid key
                   continue
                 not invalid key
                   move 1 to calc-phase
               end-read
             end-if
             if calc-phase is equal to 1
               perform emit-one-calc
               move start-param to calc-after
             else
               perform emit-one-param
               move start-param to probe-after
             end-if
           end-if
           perform
             until page-full is equal to 1
               or value-corrupt is equal to 1
               or calc-phase is equal to 1
             perform find-next-param
             if probe-next is equal to high-values
               exit perform
             end-if
             move probe-next to emit-param
             move zero to emit-offset
             perform emit-one-param
             move probe-next to probe-after
           end-perform
           perform
             until page-full is equal to 1
               or value-corrupt is equal to 1
             perform find-next-calc
             if calc-next is equal to high-values
               exit perform
             end-if
             move calc-next to emit-param
             move zero to emit-offset
             perform emit-one-calc
             move calc-next to calc-after
           end-perform.

      *----------------------------------------------------------------
      * the next primary row of walk-section after probe-after -
      * continuation chunks (schunk-count zero) are stepped over.
      *----------------------------------------------------------------
       find-next-param.
           move high-values to probe-next
           move zero to probe-done
           perform
             until probe-done is equal to 1
             move walk-section to ssection-name
             move probe-after to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to probe-done
             end-start
             if probe-done is equal to zero
               read settings-db next record
                 at end
                   move 1 to probe-done
                 not at end
                   if ssection-name is not equal to walk-section
                     move 1 to probe-done
                   else
                     move sparam-name to probe-after
                     if schunk-count is greater than zero
                       move sparam-name to probe-next
                       move 1 to probe-done
                     end-if
                   end-if
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the next derived param of walk-section after calc-after.
      *----------------------------------------------------------------
       find-next-calc.
           move high-values to calc-next
           move walk-section to calc-section
           move calc-after to calc-param
           move zero to calc-done
           start calcs-db
             key is greater than calc-key
             invalid key
               move 1 to calc-done
           end-start
           if calc-done is equal to zero
             read calcs-db next record
               at end
                 continue
               not at end
                 if calc-section is equal to walk-section
                   move calc-param to calc-next
                 end-if
             end-read
           end-if.

      *----------------------------------------------------------------
      * does emit-param hold a live stored value in walk-section - a
      * stored param answering to a derived one's name wins, the
      * definition being stale, not the data (get-section's rule).
      *----------------------------------------------------------------
       probe-stored-live.
           move zero to stored-live
           call 'read-setting-value' using
               by reference walk-section
               by reference emit-param
               by reference calc-operand-value
               by reference calc-operand-expires
             returning calc-operand-found
           end-call
           if calc-operand-found is equal to 1
             move 1 to stored-live
             if calc-operand-expires is greater than zero
                 and calc-operand-expires is less than or equal to
                   today-date
               move zero to stored-live
             end-if
           end-if.

      *----------------------------------------------------------------
      * one derived param, computed now and rendered '=<number>' -
      * the '=' marking it computed at read time, as get-section
      * serves it. one whose operands can't be resolved (param
      * missing, divide by zero) is left out.
      *----------------------------------------------------------------
       emit-one-calc.
           perform probe-stored-live
           if stored-live is equal to 1
             exit paragraph
           end-if
           move walk-section to calc-section
           move emit-param to calc-param
           read calcs-db record
             invalid key
               exit paragraph
           end-read
           perform evaluate-calc
           if calc-ok is equal to zero
             exit paragraph
           end-if
           move spaces to emit-value
           string '=' delimited by size
               function trim(calc-result-edit) delimited by size
             into emit-value
           end-string
           move 1 to emit-derived
           perform resolve-served-value
           perform emit-slices.

      *----------------------------------------------------------------
      * one param's value onto the page from emit-offset, a slice an
      * entry. a page that fills part way through a value leaves the
      * cursor on the slice it could not carry.
      *----------------------------------------------------------------
       emit-one-param.
           call 'read-setting-value' using
               by reference walk-section
               by reference emit-param
               by reference emit-value
               by reference emit-expires
             returning emit-found
           end-call
           if emit-found is equal to 2
             move 1 to value-corrupt
             exit paragraph
           end-if
           if emit-found is equal to zero
             exit paragraph
           end-if
           if emit-expires is greater than zero
               and emit-expires is less than or equal to today-date
             exit paragraph
           end-if
           move zero to emit-derived
           perform resolve-served-value
           perform emit-slices.

       emit-slices.
           move zero to emit-length
           if emit-value is not equal to spaces
             move function length(function trim(emit-value trailing))
               to emit-length
           end-if
           perform
             with test after
               until emit-offset is not less than emit-length
                 or page-full is equal to 1
             if result-count is equal to page-size
               move 1 to page-full
               move 1 to more
               move walk-ind to rnext-entry
               move emit-param to rnext-param
               move emit-offset to rnext-offset
             else
               add 1 to result-count end-add
               move walk-ind to rentry(result-count)
               move emit-param to rparam(result-count)
               move emit-offset to roffset(result-count)
               move emit-length to rlength(result-count)
               if emit-offset is less than 348
                 move emit-value(emit-offset + 1:) to
                   rslice(result-count)
               end-if
               add slice-width to emit-offset end-add
             end-if
           end-perform.

       evaluate-calc.
           move zero to calc-ok
           move calc-operand-1 to calc-operand-name
           perform fetch-calc-operand
           if calc-operand-found is not equal to 1
             exit paragraph
           end-if
           move calc-op2 to calc-op1

           if calc-operand-2(1:1) is numeric
               or calc-operand-2(1:1) is equal to '-'
             move function numval(calc-operand-2) to calc-op2
           else
             move calc-operand-2 to calc-operand-name
             perform fetch-calc-operand
             if calc-operand-found is not equal to 1
               exit paragraph
             end-if
           end-if

           evaluate calc-operator
             when '+'
               compute calc-result = calc-op1 + calc-op2
               end-compute
             when '-'
               compute calc-result = calc-op1 - calc-op2
               end-compute
             when '*'
               compute calc-result = calc-op1 * calc-op2
               end-compute
             when '/'
               if calc-op2 is equal to zero
                 exit paragraph
               end-if
               compute calc-result = calc-op1 / calc-op2
               end-compute
             when other
               exit paragraph
           end-evaluate
           move calc-result to calc-result-edit
           move 1 to calc-ok.

       fetch-calc-operand.
           call 'read-setting-value' using
               by reference calc-section
               by reference calc-operand-name
               by reference calc-operand-value
               by reference calc-operand-expires
             returning calc-operand-found
           end-call
           if calc-operand-found is equal to 1
             move function numval(calc-operand-value(1:40))
               to calc-op2
           end-if.

      *----------------------------------------------------------------
      * get-section's order: an open value window replaces the
      * stored value, then this instance's overlay replaces whatever
      * that left, then a caller inside a rollout's split gets the
      * candidate. an overlay or candidate is served as wide as
      * get-section's entry carries it. a derived param has no window
      * of its own - get-section keys windows on stored names only.
      *----------------------------------------------------------------
       resolve-served-value.
           if emit-derived is equal to zero
             move walk-section to win-section
             move emit-param to win-param
             read value-windows-db record
               invalid key
                 continue
               not invalid key
                 perform judge-value-window
                 if window-open is equal to 1
                   move spaces to emit-value
                   move win-value to emit-value
                 end-if
             end-read
           end-if

           if config-instance-name is not equal to spaces
             move walk-section to ov-section
             move emit-param to ov-param
             move config-instance-name to ov-instance
             read overlays-db record
               invalid key
                 continue
               not invalid key
                 move spaces to emit-value
                 move ov-value(1:85) to emit-value
             end-read
           end-if

           if multi-rollout-token is not equal to spaces
             move walk-section to rollout-section
             move emit-param to rollout-param
             read rollouts-db record
               invalid key
                 continue
               not invalid key
                 perform hash-rollout-token
                 if rollout-bucket is less than rollout-percent
                   move spaces to emit-value
                   move rollout-candidate(1:85) to emit-value
                 end-if
             end-read
           end-if.

      *----------------------------------------------------------------
      * the clock against the window in hand - see get-section.cbl's
      * judge-value-window, which this follows step for step.
      *----------------------------------------------------------------
       judge-value-window.
           move zero to window-open
           move window-now-date to window-day
           if win-from is not equal to win-to
             if win-from is less than win-to
               if window-now-time is less than win-from
                   or window-now-time is not less than win-to
                 exit paragraph
               end-if
             else
               if window-now-time is less than win-from
                   and window-now-time is not less than win-to
                 exit paragraph
               end-if
               if window-now-time is less than win-to
                 move function date-of-integer(
                     function integer-of-date(window-now-date) - 1)
                   to window-day
               end-if
             end-if
           end-if

           compute window-day-int =
             function integer-of-date(window-day)
           end-compute
           compute window-dow = function mod(window-day-int, 7)
           end-compute
           if window-dow is equal to zero
             move 7 to window-dow
           end-if
           if win-days(window-dow:1) is not equal to 'Y'
             exit paragraph
           end-if

           if win-business-days is equal to 'Y'
             if window-day is equal to window-now-date
               if window-today-business is equal to 9
                 move window-day to window-probe-date
                 call 'next-business-day' using
                   by reference window-probe-date
                 end-call
                 move zero to window-today-business
                 if window-probe-date is equal to window-day
                   move 1 to window-today-business
                 end-if
               end-if
               if window-today-business is equal to zero
                 exit paragraph
               end-if
             else
               if window-yesterday-business is equal to 9
                 move window-day to window-probe-date
                 call 'next-business-day' using
                   by reference window-probe-date
                 end-call
                 move zero to window-yesterday-business
                 if window-probe-date is equal to window-day
                   move 1 to window-yesterday-business
                 end-if
               end-if
               if window-yesterday-business is equal to zero
                 exit paragraph
               end-if
             end-if
           end-if
           move 1 to window-open.

      *----------------------------------------------------------------
      * token and param folded together, mod 100 - get-section.cbl's
      * hash-rollout-token, so a host lands on the same side of the
      * split through either command.
      *----------------------------------------------------------------
       hash-rollout-token.
           move 17 to rollout-hash-work
           perform
             varying rollout-hash-ind from 1 by 1
               until rollout-hash-ind is greater than 16
             compute rollout-hash-work = function mod(
                 rollout-hash-work * 31
                 + function ord(
                   multi-rollout-token(rollout-hash-ind:1)),
               99999989)
             end-compute
           end-perform
           perform
             varying rollout-hash-ind from 1 by 1
               until rollout-hash-ind is greater than 40
             compute rollout-hash-work = function mod(
                 rollout-hash-work * 31
                 + function ord(rollout-param(rollout-hash-ind:1)),
               99999989)
             end-compute
           end-perform
           compute rollout-bucket =
             function mod(rollout-hash-work, 100)
           end-compute.

      *----------------------------------------------------------------
      * read-access audit (see readauditrecord.cpy) and per-param
      * read tracking (paramreadrecord.cpy) for what the page
      * served, section by section - a value counts as read where
      * its first slice went out.
      *----------------------------------------------------------------
       note-page-reads.
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than entry-count
             move spaces to read-audit-params
             move 1 to read-audit-ptr
             perform
               varying audit-ind from 1 by 1
                 until audit-ind is greater than result-count
               if rentry(audit-ind) is equal to entry-ind
                   and roffset(audit-ind) is equal to zero
                 string function trim(rparam(audit-ind))
                     delimited by size
                     ' ' delimited by size
                   into read-audit-params
                   with pointer read-audit-ptr
                 end-string
                 move msection(entry-ind) to note-section
                 move rparam(audit-ind) to note-param
                 call 'param-read-note' using
                   by reference note-section
                   by reference note-param
                 end-call
               end-if
             end-perform
             if read-audit-params is not equal to spaces
               move entry-keys(entry-ind) to entry-key
               move msection(entry-ind) to note-section
               call 'read-audit-note' using
                 by reference note-section
                 by reference audit-cmd-name
                 by reference entry-key
                 by reference read-audit-owner
                 by reference read-audit-params
               end-call
             end-if
           end-perform.

       end program get-multi.
