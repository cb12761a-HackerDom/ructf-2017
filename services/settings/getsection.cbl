         copy overlaydb.
         copy deprecationdb.
         copy dictionarydb.
         copy paramaliasdb.
         copy valuewindowdb.
         copy paramlockdb.

       data division.
       file section.
         copy overlayrecord.
         copy deprecationrecord.
         copy dictionaryrecord.
         copy paramaliasrecord.
         copy valuewindowrecord.
         copy paramlockrecord.
         
       working-storage section.
         01 setting-status-1 picture xx.
         01 chunk-seq-digit picture 9.
         01 chunk-ind binary-long unsigned.
         01 reassembled-offset binary-long unsigned.
      *  a record whose checksum no longer matches its bytes (see
      *  record-checksum.cbl) is never served - the whole request
      *  answers 'ck' instead.
         01 checksum-ok picture 9.
         01 value-corrupt picture 9.

      *----------------------------------------------------------------
      * JSON output mode (output-format equal to 'JSON') - serializes
         01 profile-param picture x(40).
         01 profile-section picture x(40).
         01 profile-cmd picture x(11) value 'get-section'.
      *  conditional get - see sectionversionrecord.cpy.
         01 version-wanted picture 9.
         01 current-version picture 9(12).
         01 seen-version picture 9(12).
         01 version-display picture z(11)9.
         01 version-probe-name picture x(40).

      *----------------------------------------------------------------
      * hot-section cache working storage - see sectioncache.cpy. a
      *  field by reference would hand the callee argv bytes beyond
      *  it.
         01 sens-probe-name picture x(40).
      *  read-access audit scratch - see readauditrecord.cpy and
      *  note-sensitive-read below
         01 read-audit-cmd picture x(11) value 'get-section'.
         copy signstate.
         01 read-audit-owner picture x(40) value spaces.
         01 read-audit-params picture x(400).
         01 read-audit-ptr binary-long unsigned.
         01 read-audit-ind picture 99.
      *  per-param read tracking - see paramreadbuffer.cpy and
      *  note-param-reads below. the full stored name of each entry
      *  the walk put on the page (rparam-name carries only the
      *  wire's 20 bytes of it); derived and alias entries leave
      *  theirs blank, being nothing settings-db holds.
         01 served-param picture x(40) occurs 9 times.
         01 served-ind picture 99.
      *----------------------------------------------------------------
      * derived-param evaluation scratch - see calcrecord.cpy and
      * append-derived-params below. a derived value is rendered
         01 calc-result-edit picture -(12)9.99.
         01 calc-oper-buffer picture x(348).

      *----------------------------------------------------------------
      * read-alias scratch - see paramaliasrecord.cpy and
      * append-param-aliases below. an old name answered through
      * its alias carries the new name's value; a page serving one
      * answers 'dp' the way a deprecated read does.
      *----------------------------------------------------------------
         01 alias-walk-done picture 9.
         01 alias-scan-ind picture 99.
         01 alias-skip picture 9.
         01 alias-served picture 9.
         01 alias-resolved picture 9.
         01 alias-value picture x(348).
         01 alias-value-expires picture 9(8).
         01 alias-value-found picture 9.
         01 cont-param-name picture x(40).
         01 cont-entry-found binary-long unsigned.

      *----------------------------------------------------------------
      * rollout overlay scratch - see rolloutrecord.cpy and
      * apply-rollout-overlays below. the hash fold is the same
         01 rollout-hash-ind binary-long unsigned.
         01 rollout-hash-work binary-long unsigned.
         01 rollout-bucket binary-long unsigned.

      *----------------------------------------------------------------
      * recurring value-window scratch - see valuewindowrecord.cpy
      * and apply-value-windows below. the business-day answers are
      * asked of the calendar at most once a request for each of
      * the two days an open window can belong to (9 unasked).
      *----------------------------------------------------------------
         01 window-scan-ind picture 99.
         01 window-now-date picture 9(8).
         01 window-now-time picture 9(4).
         01 window-day picture 9(8).
         01 window-day-int binary-long.
         01 window-dow binary-long.
         01 window-open picture 9.
         01 window-probe-date picture 9(8).
         01 window-today-business picture 9.
         01 window-yesterday-business picture 9.
         01 window-section-has-any picture 9.
         77 cache-max-age-seconds binary-long unsigned value 300.
         01 cache-slot-found binary-long unsigned.
         01 cache-ind binary-long unsigned.
      *    rolloutrecord.cpy. blank (or unsent) always serves the
      *    live value, the long-standing behavior.
           02 rollout-token picture x(16).
      *    optional conditional-get version - see
      *    sectionversionrecord.cpy. a caller that sends this field
      *    at all (blank included) is answered with the section's
      *    current version in rversion; digits make the call
      *    conditional, answered 'nc' with no payload when the
      *    section is still at that version.
           02 if-version picture x(12).
      *    optional signed answer - see signstate.cpy and
      *    sign-response.cbl. 'C' signs with the section's live
      *    secret, 'O' with the rotation window's old one; blank (or
      *    unsent) answers unsigned, the long-standing behavior.
           02 sign-with picture x.
           02 filler picture x(896).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 9.
               04 rparam-name picture x(20).
               04 rparam-value picture x(85).
               04 rparam-more picture 9.
      *    returned only to a caller that sent if-version - the
      *    result then runs the full width of the table, the unused
      *    slots included, so rversion always sits at byte 959.
           02 rversion picture 9(12).
           02 filler picture x(54).
         01 result-json redefines result.
           02 json-rcode picture x(2).
           02 json-text picture x(1022).
           else
             move zero to need-more
           end-if
           perform
             varying served-ind from 1 by 1
               until served-ind is greater than 9
             move spaces to served-param(served-ind)
           end-perform

      *----------------------------------------------------------------
      * value-offset is optional - older callers, and any call that
           if argc is less than 104
             move spaces to rollout-token
           end-if
           move zero to version-wanted
           if argc is less than 116
             move spaces to if-version
           else
             move 1 to version-wanted
           end-if
           if argc is less than 117
             move spaces to sign-with
           end-if
           move zero to sign-request-flag
           move zero to current-version
           move 9 to page-size
           if output-format is equal to 'JSON'
             move 6 to page-size
           end-if
           move function current-date(1:8) to today-date
           move zero to alias-served
           move zero to key-in-grace

      *----------------------------------------------------------------
             invalid key
               perform answer-missing-section
           end-read
           call 'record-checksum' using
               by content 'V'
               by content 'C'
               by reference ssection
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             move 'ck' to rcode
             move 2 to result-length
             perform finish-response
           end-if

           move spaces to skey-padded
           move skey to skey-padded

       get-data.
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               continue
             returning section-is-sensitive
           end-call

      *----------------------------------------------------------------
      * conditional get: the caller's copy is current when the
      * section hasn't moved since the version it sends back - 'nc',
      * and nothing else goes out. checked after every gate above,
      * so 'nc' is never a cheaper way to probe a key.
      *----------------------------------------------------------------
           move section-name to version-probe-name
           call 'section-version' using
             by content 'R'
             by reference version-probe-name
             by reference current-version
           end-call
      *    a section serving a value window changes with the clock,
      *    not only with its writers - its copy is never vouched for.
           perform probe-value-windows
           if if-version is not equal to spaces
               and function trim(if-version) is numeric
               and window-section-has-any is equal to zero
             move function numval(if-version) to seen-version
             if seen-version is equal to current-version
               move 'nc' to rcode
               move 2 to result-length
               perform finish-response
             end-if
           end-if

           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
      * the last rparam-name as the new param-name) will find more.
      *----------------------------------------------------------------
               move zero to more
               call 'settings-route' using by content 'S' end-call
               start settings-db
                 key is greater than composite-key
                 invalid key
               perform finish-response
             end-if

             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               move max-chunks to entry-chunk-count
             end-if
             perform reassemble-current-value
             if value-corrupt is equal to 1
               move 'ck' to rcode
               move 2 to result-length
               perform finish-response
             end-if

      *----------------------------------------------------------------
      * reassemble-current-value's own continuation reads leave
      *----------------------------------------------------------------
             move section-name to ssection-name
             move base-param-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 continue

             add 1 to result-count end-add
             move base-param-name to rparam-name(result-count)
             move base-param-name to served-param(result-count)
             move reassembled-value(1:85) to rparam-value(result-count)
             if total-value-length is greater than 85
               move 1 to rparam-more(result-count)
       fetch-value-continuation.
           move section-name to ssection-name
           move param-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               perform resolve-continuation-alias
               if alias-resolved is equal to zero
                 move 'bn' to rcode
                 move 2 to result-length
                 exit paragraph
               end-if
           end-read

      *----------------------------------------------------------------
             move max-chunks to entry-chunk-count
           end-if
           perform reassemble-current-value
           if value-corrupt is equal to 1
             move 'ck' to rcode
             move 2 to result-length
             exit paragraph
           end-if

           add 1 to result-count end-add
           move param-name to rparam-name(result-count)
           move param-name to served-param(result-count)
           compute remaining-length = total-value-length - value-offset
           if remaining-length is less than 1
             move spaces to rparam-value(result-count)
      * continuation chunks entry-chunk-count calls for. leaves
      * composite-key parked on the last physical record it read -
      * exactly where the caller-side walk in get-data needs it.
      * value-corrupt comes back 1 when the primary or any chunk
      * failed its checksum; the caller refuses the value whole.
      *----------------------------------------------------------------
       reassemble-current-value.
           move zero to value-corrupt
           perform verify-setting-checksum
           move spaces to reassembled-value
           move sparam-value to reassembled-value(1:chunk-width)
           perform
             perform build-chunk-key
             move section-name to ssection-name
             move chunk-key-name to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit perform
             end-read
             perform verify-setting-checksum
             compute reassembled-offset =
               (chunk-ind - 1) * chunk-width + 1
             move sparam-value
             end-call
           end-if.

       verify-setting-checksum.
           call 'record-checksum' using
               by content 'V'
               by content 'P'
               by reference setting-record
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             move 1 to value-corrupt
           end-if.

      *----------------------------------------------------------------
      * builds the continuation key "<trimmed-name>~0n" for chunk
      * chunk-ind into chunk-key-name - see store-setting-value.cbl's
           move low-values to sparam-name
           perform
             until cache-walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
      * overwrite setting-record with continuation chunks; the
      * primary is re-read afterwards so the load walk's cursor
      * resumes past this param, not past whichever chunk was read
      * last - the same re-park get-data's own walk does. a value
      * that fails its checksum abandons the load like an oversized
      * section does, so the classic walk finds it and answers 'ck'.
      *----------------------------------------------------------------
       cache-load-one-entry.
           if cache-entry-count(cache-victim) is equal to 24
             move max-chunks to entry-chunk-count
           end-if
           perform reassemble-current-value
           if value-corrupt is equal to 1
             move 1 to cache-load-failed
             move 1 to cache-walk-done
             exit paragraph
           end-if

           add 1 to cache-entry-count(cache-victim) end-add
           move cache-entry-count(cache-victim) to cache-entry-ind

           move section-name to ssection-name
           move base-param-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
               add 1 to result-count end-add
               move cache-param(cache-slot-found, cache-entry-ind)
                 to rparam-name(result-count)
               move cache-param(cache-slot-found, cache-entry-ind)
                 to served-param(result-count)
               move cache-value(cache-slot-found, cache-entry-ind)
                   (1:85)
                 to rparam-value(result-count)
      * absence on file.
      *----------------------------------------------------------------
       cache-serve-continuation.
           move param-name to cont-param-name
           perform cache-find-continuation
           if cont-entry-found is equal to zero
             perform resolve-continuation-alias
             if alias-resolved is equal to 1
               move alias-new-param to cont-param-name
               perform cache-find-continuation
             end-if
           end-if
           if cont-entry-found is equal to zero
             move 'bn' to rcode
             move 2 to result-length
             exit paragraph
           end-if
           move cont-entry-found to cache-entry-ind
           if cache-expires(cache-slot-found, cache-entry-ind)
               is greater than zero
               and cache-expires(cache-slot-found,
                 cache-entry-ind) is less than
                 or equal to today-date
             move 'bn' to rcode
             move 2 to result-length
             exit paragraph
           end-if
           add 1 to result-count end-add
           move param-name to rparam-name(result-count)
           move param-name to served-param(result-count)
           compute remaining-length =
             cache-value-length(cache-slot-found,
               cache-entry-ind) - value-offset
           end-compute
           if remaining-length is less than 1
             move spaces to rparam-value(result-count)
             move 0 to rparam-more(result-count)
           else
             if remaining-length is greater than 85
               move cache-value(cache-slot-found,
                   cache-entry-ind)(value-offset + 1:85)
                 to rparam-value(result-count)
               move 1 to rparam-more(result-count)
             else
               move spaces to rparam-value(result-count)
               move cache-value(cache-slot-found,
                   cache-entry-ind)
                   (value-offset + 1:remaining-length)
                 to rparam-value(result-count)
               move 0 to rparam-more(result-count)
             end-if
           end-if
           add function byte-length(
               result-container(result-count))
             to result-length
           end-add.

       cache-find-continuation.
           move zero to cont-entry-found
           perform
             varying cache-entry-ind from 1 by 1
               until cache-entry-ind is greater than
                 cache-entry-count(cache-slot-found)
                 or cont-entry-found is greater than zero
             if cache-param(cache-slot-found, cache-entry-ind)
                 is equal to cont-param-name
               move cache-entry-ind to cont-entry-found
             end-if
           end-perform.

      *----------------------------------------------------------------
      * a continuation asked for by a name that isn't stored may be
      * a renamed param's old name (see rename-parm.cbl): a live
      * alias resolves it to the new name, and the hit is counted.
      * on the file path the new name's primary is read into
      * setting-record here, where the caller's own read would have
      * left it.
      *----------------------------------------------------------------
       resolve-continuation-alias.
           move zero to alias-resolved
           move section-name to alias-section
           move param-name to alias-old-param
           read param-aliases-db record
             invalid key
               exit paragraph
           end-read
           if alias-expires-on is not greater than today-date
             exit paragraph
           end-if
           if cache-slot-found is equal to zero
             move section-name to ssection-name
             move alias-new-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             read settings-db record
               invalid key
                 exit paragraph
             end-read
           end-if
           perform count-alias-hit
           move 1 to alias-resolved.

       count-alias-hit.
           add 1 to alias-hit-count end-add
           move today-date to alias-last-hit-on
           rewrite param-alias-record
             invalid key
               continue
           end-rewrite.

      *----------------------------------------------------------------
      * one keyed probe per entry on this page; a hit bumps the
             end-read
           end-perform.

      *----------------------------------------------------------------
      * does this section carry any value window at all - one
      * positioned read, for the conditional-get check.
      *----------------------------------------------------------------
       probe-value-windows.
           move zero to window-section-has-any
           move section-name to win-section
           move low-values to win-param
           start value-windows-db
             key is greater than value-window-key
             invalid key
               exit paragraph
           end-start
           read value-windows-db next record
             at end
               exit paragraph
           end-read
           if win-section is equal to section-name
             move 1 to window-section-has-any
           end-if.

      *----------------------------------------------------------------
      * one keyed read per entry on this page; a window open now
      * replaces the value the walk produced - one entry wide by
      * construction, like an instance overlay. keyed on the full
      * stored name (served-param); derived and alias entries carry
      * none and have no window of their own.
      *----------------------------------------------------------------
       apply-value-windows.
           move function current-date(1:8) to window-now-date
           move function current-date(9:4) to window-now-time
           move 9 to window-today-business
           move 9 to window-yesterday-business
           perform
             varying window-scan-ind from 1 by 1
               until window-scan-ind is greater than result-count
             if served-param(window-scan-ind) is equal to spaces
               exit perform cycle
             end-if
             move section-name to win-section
             move served-param(window-scan-ind) to win-param
             read value-windows-db record
               invalid key
                 continue
               not invalid key
                 perform judge-value-window
                 if window-open is equal to 1
                   move spaces to rparam-value(window-scan-ind)
                   move win-value to rparam-value(window-scan-ind)
                   move 0 to rparam-more(window-scan-ind)
                 end-if
             end-read
           end-perform.

      *----------------------------------------------------------------
      * the clock against the window in hand. an overnight window
      * (end before start) seen before its end is still yesterday's
      * window, so yesterday's day mark and calendar decide it.
      * integer-of-date day 1 is a Monday (see next-business-day):
      * mod 7 gives Monday 1 .. Saturday 6, Sunday 0.
      *----------------------------------------------------------------
       judge-value-window.
           move zero to window-open
           move window-now-date to window-day
           if win-from is equal to win-to
             continue
           else
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
      * walks this section's rollout records and, for each one whose
      * split this caller's token hashes inside, swaps the
               and value-offset is equal to zero
               and more is equal to zero
             perform append-derived-params
             perform append-param-aliases
           end-if
      *----------------------------------------------------------------
      * deprecation tracking (see deprecationrecord.cpy): every
           if (rcode is equal to 'ok' or rcode is equal to 'kw')
               and value-offset is equal to zero
             perform note-deprecated-reads
             if (dep-found-any is equal to 1
                 or alias-served is equal to 1)
                 and rcode is equal to 'ok'
               move 'dp' to rcode
             end-if
           end-if
      *----------------------------------------------------------------
      * recurring value windows (see valuewindowrecord.cpy): a param
      * inside its window right now serves the window's value in
      * place of the stored one - resolved here, at read time, on
      * every page and for the cache and JSON modes alike, ahead of
      * the instance overlay and the rollout split.
      *----------------------------------------------------------------
           if (rcode is equal to 'ok' or rcode is equal to 'kw'
               or rcode is equal to 'dp')
               and value-offset is equal to zero
             perform apply-value-windows
           end-if
      *----------------------------------------------------------------
      * per-instance overlays (see overlayrecord.cpy): when this
      * deployment runs under an INSTANCE name, any override filed
      * for (section, param, this instance) resolves ahead of the
               and rollout-token is not equal to spaces
             perform apply-rollout-overlays
           end-if
           if (rcode is equal to 'ok' or rcode is equal to 'kw'
               or rcode is equal to 'dp')
               and result-count is greater than zero
             perform note-sensitive-read
           end-if
      *----------------------------------------------------------------
      * per-param read tracking (see paramreadrecord.cpy): each
      * param the page serves is noted once - a continuation fetch
      * of the same value is the same read, so it is not counted
      * again.
      *----------------------------------------------------------------
           if (rcode is equal to 'ok' or rcode is equal to 'kw'
               or rcode is equal to 'dp')
               and value-offset is equal to zero
               and result-count is greater than zero
             perform note-param-reads
           end-if
      *----------------------------------------------------------------
      * a caller that asked for a signed answer gets one from
      * process-request, which writes the correlation-id trailer the
      * signature covers - see signstate.cpy.
      *----------------------------------------------------------------
           if (rcode is equal to 'ok' or rcode is equal to 'kw'
               or rcode is equal to 'dp')
               and sign-with is not equal to spaces
             move 1 to sign-request-flag
             move function upper-case(sign-with) to sign-generation
             move section-name to sign-section
             move current-version to sign-version
           end-if
           if output-format is equal to 'JSON'
             perform build-json-result
           else
             if version-wanted is equal to 1
                 and (rcode is equal to 'ok' or rcode is equal to 'kw'
                   or rcode is equal to 'dp')
               move current-version to rversion
               move 970 to result-length
             end-if
           end-if
           goback.

      *----------------------------------------------------------------
      * read-access audit (see readauditrecord.cpy): the params this
      * page hands back, filed against the key that asked for them
      * when the section is flagged sensitive - read-audit-note
      * makes that check itself, so an ordinary section costs one
      * probe.
      *----------------------------------------------------------------
       note-sensitive-read.
           move spaces to read-audit-params
           move 1 to read-audit-ptr
           perform
             varying read-audit-ind from 1 by 1
               until read-audit-ind is greater than result-count
             string function trim(rparam-name(read-audit-ind))
                 delimited by size
                 ' ' delimited by size
               into read-audit-params
               with pointer read-audit-ptr
             end-string
           end-perform
           move section-name to sens-probe-name
           call 'read-audit-note' using
             by reference sens-probe-name
             by reference read-audit-cmd
             by reference skey-padded
             by reference read-audit-owner
             by reference read-audit-params
           end-call.

       note-param-reads.
           move section-name to sens-probe-name
           perform
             varying served-ind from 1 by 1
               until served-ind is greater than result-count
             call 'param-read-note' using
               by reference sens-probe-name
               by reference served-param(served-ind)
             end-call
           end-perform.

      *----------------------------------------------------------------
      * evaluates every derived param defined for this section and
      * appends each as one more result entry, value rendered as
             to result-length
           end-add.

      *----------------------------------------------------------------
      * renamed params (see paramaliasrecord.cpy) ride the final page
      * of a successful listing under their old names while their
      * alias is live, each carrying the new name's value, and each
      * one served counts a hit on its alias. a param stored under
      * the old name again answers for itself; a page already full
      * drops the rest, as with derived params. a value longer than
      * one entry is finished with a continuation fetch by the old
      * name, which resolves the alias the same way.
      *----------------------------------------------------------------
       append-param-aliases.
           move section-name to alias-section
           move low-values to alias-old-param
           move zero to alias-walk-done
           perform
             until alias-walk-done is equal to 1
             start param-aliases-db
               key is greater than param-alias-key
               invalid key
                 move 1 to alias-walk-done
             end-start
             if alias-walk-done is equal to zero
               read param-aliases-db next record
                 at end
                   move 1 to alias-walk-done
                 not at end
                   if alias-section is not equal to section-name
                     move 1 to alias-walk-done
                   else
                     perform serve-one-alias
                   end-if
               end-read
             end-if
           end-perform.

       serve-one-alias.
           if result-count is greater than or equal to page-size
               or alias-expires-on is not greater than today-date
             exit paragraph
           end-if
           move zero to alias-skip
           perform
             varying alias-scan-ind from 1 by 1
               until alias-scan-ind is greater than result-count
             if rparam-name(alias-scan-ind) is equal to
                 alias-old-param(1:20)
               move 1 to alias-skip
             end-if
           end-perform
           move section-name to ssection-name
           move alias-old-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               continue
             not invalid key
               move 1 to alias-skip
           end-read
           if alias-skip is equal to 1
             exit paragraph
           end-if

           move spaces to alias-value
           call 'read-setting-value' using
               by reference sens-probe-name
               by reference alias-new-param
               by reference alias-value
               by reference alias-value-expires
             returning alias-value-found
           end-call
           if alias-value-found is not equal to 1
             exit paragraph
           end-if
           if alias-value-expires is greater than zero
               and alias-value-expires is not greater than today-date
             exit paragraph
           end-if

           add 1 to result-count end-add
           move alias-old-param to rparam-name(result-count)
           move alias-value(1:85) to rparam-value(result-count)
           if alias-value(86:263) is equal to spaces
             move 0 to rparam-more(result-count)
           else
             move 1 to rparam-more(result-count)
           end-if
           add function byte-length(result-container(result-count))
             to result-length
           end-add
           perform count-alias-hit
           move 1 to alias-served.

      *----------------------------------------------------------------
      * one operand's numeric value, into calc-op2: the named
      * param's primary record in this same section, first chunk
           move zero to calc-oper-ok
           move section-name to ssection-name
           move chunk-key-name to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               exit paragraph
           end-read
           call 'record-checksum' using
               by content 'V'
               by content 'P'
               by reference setting-record
             returning checksum-ok
           end-call
           if checksum-ok is equal to zero
             exit paragraph
           end-if
           move spaces to calc-oper-buffer
           move sparam-value to calc-oper-buffer(1:chunk-width)
           if section-is-sensitive is equal to 1
      * the response from scratch.
      *----------------------------------------------------------------
       build-json-result.
           move current-version to version-display
           move spaces to json-text
           move 1 to json-ptr
      *    'kw' is a success with a key-age warning riding on it -
                 function trim(section-name) delimited by size
                 '","more":' delimited by size
                 more delimited by size
                 ',"version":' delimited by size
                 function trim(version-display) delimited by size
                 ',"settings":[' delimited by size
               into json-text
               with pointer json-ptr
      * (dictionaryrecord.cpy): each entry carries its description
      * when one is on file, so a consumer reading config also
      * reads what the config means. the fixed-width layout has no
      * column for it - dictionary-catalog is that reader. a
      * write-once or locked param (paramlockrecord.cpy) carries
      * "lock" the same way, so a client can tell before it tries
      * that a change will be refused.
      *----------------------------------------------------------------
       append-json-setting-entry.
           string '{"name":"' delimited by size
             with pointer json-ptr
           end-string
           move section-name to dict-section
           move served-param(json-ind) to dict-param
           if dict-param is equal to spaces
             move rparam-name(json-ind) to dict-param
           end-if
           read dictionary-db record
             invalid key
               continue
                 with pointer json-ptr
               end-string
           end-read
           move section-name to plk-section
           move served-param(json-ind) to plk-param
           if plk-param is equal to spaces
             move rparam-name(json-ind) to plk-param
           end-if
           read param-locks-db record
             invalid key
               continue
             not invalid key
               if plk-locked
                 string ',"lock":"locked"' delimited by size
                   into json-text
                   with pointer json-ptr
                 end-string
               else
                 string ',"lock":"write-once"' delimited by size
                   into json-text
                   with pointer json-ptr
                 end-string
               end-if
           end-read
           string '}' delimited by size
             into json-text
             with pointer json-ptr
