       identification division.
       program-id. compare-sec.

      * what two live sections disagree on, in one authenticated
      * call - the pre-cutover "how does PAYMENTS-EU differ from
      * PAYMENTS-US" question that used to be two get-sections and
      * a spreadsheet (drift-compare answers it only between whole
      * data-file sets, offline). authenticated by the shared
      * admin-master-key, or by an api-key that is a current key on
      * BOTH sections - it reveals no more than the two get-sections
      * that key could already make, so a read-only key will do, and
      * the age, rate-limit and profile checks get-section applies
      * are applied against each section in turn.
      * every param that exists in only one of the two, or whose
      * value differs, comes back as one row: the param, what kind
      * of difference, and each side's full logical value
      * (read-setting-value - the chunk chain reassembled). an
      * expired value counts as absent, the way the read path
      * always suppresses it. ahead of the params, on the first
      * page only, two more rows name any difference in the
      * sections' fix-section state and in their tags:
      *   rdiff 'A'  param only in section-a (rb-length zero)
      *         'B'  param only in section-b (ra-length zero)
      *         'D'  param in both, values differ
      *         'S'  rparam '(state)' - the two states
      *         'T'  rparam '(tags)' - the tags only section-a
      *              carries, and the tags only section-b carries
      * paged like all-section: 'more' up means there are rows this
      * response could not carry, and the caller comes back with
      * the last rparam it was given as from-param. the fixed
      * layout carries two rows of up to 200 bytes a side, with
      * each side's full length so a longer value is seen to be
      * cut; output-format 'JSON' gives the full values, as many
      * rows as fit the response.
      * a sensitive section's values are read back in clear, as
      * get-section serves them, and filed on its read-access audit
      * (readauditrecord.cpy) the same way. a compare does not count
      * as a read of any param for param-read tracking - it is an
      * administrator looking, not an application using the value.
      * rcodes: ok, kw (key in its grace window), bn (either section
      * missing), na, ke, kx (key suspended on either section), kn
      * (key bound to networks the caller is outside of), tl, pd,
      * ck (a value failed its checksum).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy tagdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy tagrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy requestpeer.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'compare-sec'.
         01 keys-equal picture 9.
         01 master-used picture 9.
         01 key-is-suspended picture 9.
         01 key-bind-allowed picture 9.
         01 key-matched picture 9.
         01 key-matched-a picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 profile-param picture x(40) value spaces.
         01 profile-section picture x(40).
         01 state-a picture x(40).
         01 state-b picture x(40).
         01 today-date picture 9(8).

      *  the merge walk - each section's primary settings rows in
      *  key order, the lower of the two next names taken each lap.
      *  high-values marks a section walked to its end.
         01 walk-cursor picture x(40).
         01 next-a picture x(40).
         01 next-b picture x(40).
         01 pick-param picture x(40).
         01 probe-section picture x(40).
         01 probe-after picture x(40).
         01 probe-next picture x(40).
         01 probe-done picture 9.
         01 value-a picture x(348).
         01 value-b picture x(348).
         01 expires-a picture 9(8).
         01 expires-b picture 9(8).
         01 found-a picture 9.
         01 found-b picture 9.

      *  one difference, on its way onto the page.
         01 row-kind picture x.
         01 row-param picture x(40).
         01 row-a-value picture x(348).
         01 row-b-value picture x(348).
         01 row-a-length picture 9(3).
         01 row-b-length picture 9(3).
         01 page-size binary-long unsigned value 2.
         01 page-full picture 9.

         01 json-ptr binary-long unsigned.
         01 json-entry picture x(900).
         01 json-entry-ptr binary-long unsigned.
         01 json-entry-length binary-long unsigned.
         01 json-rows binary-long unsigned.
      *  room kept back for the closing '],"more":1}'.
         77 json-tail-room binary-long unsigned value 12.

         01 tags-only-a picture x(348).
         01 tags-only-b picture x(348).
         01 tag-ptr-a binary-long unsigned.
         01 tag-ptr-b binary-long unsigned.
         01 tags-done picture 9.
         01 held-tag-key picture x(80).
         01 other-has-tag picture 9.

         01 read-audit-owner picture x(40) value spaces.
         01 read-audit-params-a picture x(400).
         01 read-audit-params-b picture x(400).
         01 read-audit-ptr-a binary-long unsigned.
         01 read-audit-ptr-b binary-long unsigned.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-a picture x(40).
           02 section-b picture x(40).
           02 skey picture x(80).
      *    resume cursor: the last rparam the previous page gave.
      *    spaces (or unsent) starts from the top.
           02 from-param picture x(40).
      *    'JSON' for the JSON rendering; blank (or unsent) keeps
      *    the fixed layout below.
           02 output-format picture x(4).
           02 filler picture x(809).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 99.
           02 more picture 9.
           02 diff-rows occurs 2 times.
             03 rparam picture x(40).
             03 rdiff picture x.
             03 ra-length picture 9(3).
             03 ra-value picture x(200).
             03 rb-length picture 9(3).
             03 rb-value picture x(200).
           02 filler picture x(125).
         01 result-json redefines result.
           02 json-rcode picture x(2).
           02 json-text picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-compare-sec.
           if argc is less than 160
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 200
             move spaces to from-param
           end-if
           if argc is less than 204
             move spaces to output-format
           end-if
           move function upper-case(output-format) to output-format

      *----------------------------------------------------------------
      * both names fold to a single case so they land on the same
      * sections-db keys everything else uses - see add-section.cbl.
      *----------------------------------------------------------------
           move function upper-case(section-a) to section-a
           move function upper-case(section-b) to section-b
           move function current-date(1:8) to today-date
           move zero to key-in-grace
           move zero to key-matched-a

           move zero to master-used
           if admin-master-key is not equal to spaces
             call 'const-time-eq' using
                 by reference skey
                 by reference admin-master-key
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move 1 to master-used
             end-if
           end-if

      *----------------------------------------------------------------
      * each section is read, and its key slots tried, while its
      * record is the one in the section record area - the second
      * read replaces the first.
      *----------------------------------------------------------------
           move section-a to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform refuse-compare
           end-read
           move state to state-a
           if master-used is equal to zero
             perform match-section-key
             move key-matched to key-matched-a
           end-if

           move section-b to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform refuse-compare
           end-read
           move state to state-b
           if master-used is equal to zero
             perform match-section-key
             if key-matched-a is equal to zero
                 or key-matched is equal to zero
               move 'na' to rcode
               perform refuse-compare
             end-if
      *      section-a's binding was asked before the dispatch.
             call 'key-binding-check' using
                 by reference section-b
                 by reference skey
                 by reference request-peer-ip
                 by reference audit-cmd-name
               returning key-bind-allowed
             end-call
             if key-bind-allowed is equal to zero
               move 'kn' to rcode
               perform refuse-compare
             end-if
             perform check-key-budget
           end-if

           move spaces to result
           move zero to result-count
           move zero to more
           move zero to page-full
           move spaces to read-audit-params-a
           move spaces to read-audit-params-b
           move 1 to read-audit-ptr-a
           move 1 to read-audit-ptr-b
           if output-format is equal to 'JSON'
             perform start-json-result
           end-if

           if from-param is equal to spaces
             perform compare-states
           end-if
           if from-param is equal to spaces
               or from-param is equal to '(state)'
             perform compare-tags
           end-if
           if page-full is equal to zero
             perform compare-params
           end-if

           if key-in-grace is equal to 1
             move 'kw' to rcode
           else
             move 'ok' to rcode
           end-if
           if output-format is equal to 'JSON'
             perform finish-json-result
           else
             compute result-length = 5 + result-count * 447
             end-compute
           end-if
           perform note-sensitive-reads
           move spaces to audit-note
           string 'vs ' delimited by size
               function trim(section-b) delimited by size
             into audit-note
           end-string
           call 'audit-log' using
             by reference section-a, audit-cmd-name, rcode
           end-call
           goback.

       refuse-compare.
           move 2 to result-length
           call 'audit-log' using
             by reference section-a, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * is skey one of this section's keys - and inside its age
      * limit? a key past its limit is refused outright, one inside
      * the grace window carries the whole compare to 'kw', exactly
      * as on get-section. a key suspended on either section
      * (suspend-key.cbl) is refused with 'kx'.
      *----------------------------------------------------------------
       match-section-key.
           move zero to key-matched
           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
                 or key-matched is equal to 1
             call 'const-time-eq' using
                 by reference skey
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
                 perform refuse-compare
               end-if
               if key-age-status is equal to 1
                 move 1 to key-in-grace
               end-if
               call 'key-suspended' using
                   by reference name
                   by reference skey
                 returning key-is-suspended
               end-call
               if key-is-suspended is equal to 1
                 move 'kx' to rcode
                 perform refuse-compare
               end-if
             end-if
           end-perform.

      *----------------------------------------------------------------
      * one request against the key's budget (ratelimitcheck.cbl),
      * and its profile (profile-check.cbl) asked about each section
      * - a profile that may not read one of them may not compare it.
      *----------------------------------------------------------------
       check-key-budget.
           call 'rate-limit-check' using
               by reference skey
             returning rate-allows
           end-call
           if rate-allows is equal to zero
             move 'tl' to rcode
             perform refuse-compare
           end-if
           move section-a to profile-section
           call 'profile-check' using
               by reference skey
               by reference profile-section
               by reference audit-cmd-name
               by reference profile-param
             returning profile-allows
           end-call
           if profile-allows is equal to zero
             move 'pd' to rcode
             perform refuse-compare
           end-if
           move section-b to profile-section
           call 'profile-check' using
               by reference skey
               by reference profile-section
               by reference audit-cmd-name
               by reference profile-param
             returning profile-allows
           end-call
           if profile-allows is equal to zero
             move 'pd' to rcode
             perform refuse-compare
           end-if.

       compare-states.
           if state-a is equal to state-b
             exit paragraph
           end-if
           move 'S' to row-kind
           move '(state)' to row-param
           move state-a to row-a-value
           move state-b to row-b-value
           move function length(function trim(state-a trailing))
             to row-a-length
           move function length(function trim(state-b trailing))
             to row-b-length
           if state-a is equal to spaces
             move zero to row-a-length
           end-if
           if state-b is equal to spaces
             move zero to row-b-length
           end-if
           perform place-row.

      *----------------------------------------------------------------
      * tags-db is keyed tag first (tagrecord.cpy), so a section's
      * tags are found by one walk of the whole file; each tag
      * either section carries is looked up under the other section
      * by its exact key.
      *----------------------------------------------------------------
       compare-tags.
           move spaces to tags-only-a
           move spaces to tags-only-b
           move 1 to tag-ptr-a
           move 1 to tag-ptr-b
           move low-values to tag-key
           move zero to tags-done
           perform
             until tags-done is equal to 1
             start tags-db
               key is greater than tag-key
               invalid key
                 move 1 to tags-done
             end-start
             if tags-done is equal to zero
               read tags-db next record
                 at end
                   move 1 to tags-done
                 not at end
                   move tag-key to held-tag-key
                   perform check-one-tag
                   move held-tag-key to tag-key
               end-read
             end-if
           end-perform
           if tags-only-a is equal to spaces
               and tags-only-b is equal to spaces
             exit paragraph
           end-if
           move 'T' to row-kind
           move '(tags)' to row-param
           move tags-only-a to row-a-value
           move tags-only-b to row-b-value
           compute row-a-length = tag-ptr-a - 1 end-compute
           compute row-b-length = tag-ptr-b - 1 end-compute
           if row-a-length is greater than zero
             subtract 1 from row-a-length end-subtract
           end-if
           if row-b-length is greater than zero
             subtract 1 from row-b-length end-subtract
           end-if
           perform place-row.

       check-one-tag.
           if section-a is equal to section-b
             exit paragraph
           end-if
           evaluate tag-section
             when section-a
               move section-b to tag-section
               perform probe-other-tag
               if other-has-tag is equal to zero
                 string function trim(tag-name) delimited by size
                     ' ' delimited by size
                   into tags-only-a
                   with pointer tag-ptr-a
                 end-string
               end-if
             when section-b
               move section-a to tag-section
               perform probe-other-tag
               if other-has-tag is equal to zero
                 string function trim(tag-name) delimited by size
                     ' ' delimited by size
                   into tags-only-b
                   with pointer tag-ptr-b
                 end-string
               end-if
             when other
               continue
           end-evaluate.

       probe-other-tag.
           move 1 to other-has-tag
           read tags-db record
             invalid key
               move zero to other-has-tag
           end-read
           move held-tag-key to tag-key.

      *----------------------------------------------------------------
      * the merge walk proper. a row that does not fit the page is
      * left unwalked - walk-cursor stays on the last row placed, so
      * the caller's next from-param picks up exactly there.
      *----------------------------------------------------------------
       compare-params.
           move low-values to walk-cursor
           if from-param is not equal to spaces
               and from-param is not equal to '(state)'
               and from-param is not equal to '(tags)'
             move from-param to walk-cursor
           end-if
           move section-a to probe-section
           move walk-cursor to probe-after
           perform find-next-param
           move probe-next to next-a
           move section-b to probe-section
           move walk-cursor to probe-after
           perform find-next-param
           move probe-next to next-b
           perform
             until page-full is equal to 1
               or (next-a is equal to high-values
                 and next-b is equal to high-values)
             if next-a is less than next-b
               move next-a to pick-param
             else
               move next-b to pick-param
             end-if
             perform compare-one-param
             if page-full is equal to zero
               if next-a is equal to pick-param
                 move section-a to probe-section
                 move pick-param to probe-after
                 perform find-next-param
                 move probe-next to next-a
               end-if
               if next-b is equal to pick-param
                 move section-b to probe-section
                 move pick-param to probe-after
                 perform find-next-param
                 move probe-next to next-b
               end-if
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the next primary row of probe-section after probe-after -
      * continuation chunks (schunk-count zero) are stepped over.
      *----------------------------------------------------------------
       find-next-param.
           move high-values to probe-next
           move zero to probe-done
           perform
             until probe-done is equal to 1
             move probe-section to ssection-name
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
                   if ssection-name is not equal to probe-section
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

       compare-one-param.
           move zero to found-a
           move zero to found-b
           move spaces to value-a
           move spaces to value-b
           if next-a is equal to pick-param
             call 'read-setting-value' using
                 by reference section-a
                 by reference pick-param
                 by reference value-a
                 by reference expires-a
               returning found-a
             end-call
             if found-a is equal to 1
                 and expires-a is greater than zero
                 and expires-a is less than or equal to today-date
               move zero to found-a
             end-if
           end-if
           if next-b is equal to pick-param
             call 'read-setting-value' using
                 by reference section-b
                 by reference pick-param
                 by reference value-b
                 by reference expires-b
               returning found-b
             end-call
             if found-b is equal to 1
                 and expires-b is greater than zero
                 and expires-b is less than or equal to today-date
               move zero to found-b
             end-if
           end-if
           if found-a is equal to 2
               or found-b is equal to 2
             move 'ck' to rcode
             perform refuse-compare
           end-if

           evaluate true
             when found-a is equal to zero
                 and found-b is equal to zero
               exit paragraph
             when found-b is equal to zero
               move 'A' to row-kind
             when found-a is equal to zero
               move 'B' to row-kind
             when value-a is equal to value-b
               exit paragraph
             when other
               move 'D' to row-kind
           end-evaluate
           move pick-param to row-param
           move spaces to row-a-value
           move spaces to row-b-value
           move zero to row-a-length
           move zero to row-b-length
           if found-a is equal to 1
             move value-a to row-a-value
             if value-a is not equal to spaces
               move function length(function trim(value-a trailing))
                 to row-a-length
             end-if
           end-if
           if found-b is equal to 1
             move value-b to row-b-value
             if value-b is not equal to spaces
               move function length(function trim(value-b trailing))
                 to row-b-length
             end-if
           end-if
           perform place-row
           if page-full is equal to 1
             exit paragraph
           end-if
           if found-a is equal to 1
             string function trim(pick-param) delimited by size
                 ' ' delimited by size
               into read-audit-params-a
               with pointer read-audit-ptr-a
             end-string
           end-if
           if found-b is equal to 1
             string function trim(pick-param) delimited by size
                 ' ' delimited by size
               into read-audit-params-b
               with pointer read-audit-ptr-b
             end-string
           end-if.

      *----------------------------------------------------------------
      * one row onto the page, or - when it will not fit - 'more'
      * up and the walk stopped. the fixed layout holds page-size
      * rows; JSON holds whatever its text has room for.
      *----------------------------------------------------------------
       place-row.
           if page-full is equal to 1
             exit paragraph
           end-if
           if output-format is equal to 'JSON'
             perform place-json-row
             exit paragraph
           end-if
           if result-count is equal to page-size
             move 1 to more
             move 1 to page-full
             exit paragraph
           end-if
           add 1 to result-count end-add
           move row-param to rparam(result-count)
           move row-kind to rdiff(result-count)
           move row-a-length to ra-length(result-count)
           move row-a-value(1:200) to ra-value(result-count)
           move row-b-length to rb-length(result-count)
           move row-b-value(1:200) to rb-value(result-count).

      *----------------------------------------------------------------
      * JSON output mode - the same rows as JSON text into json-text,
      * a redefinition of the result buffer, as get-section and
      * all-section do it. an absent side is null.
      *----------------------------------------------------------------
       start-json-result.
           move spaces to json-text
           move 1 to json-ptr
           move zero to json-rows
           string '{"a":"' delimited by size
               function trim(section-a) delimited by size
               '","b":"' delimited by size
               function trim(section-b) delimited by size
               '","diffs":[' delimited by size
             into json-text
             with pointer json-ptr
           end-string.

       place-json-row.
           move spaces to json-entry
           move 1 to json-entry-ptr
           if json-rows is greater than zero
             string ',' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
           end-if
           string '{"param":"' delimited by size
               function trim(row-param) delimited by size
               '","diff":"' delimited by size
               row-kind delimited by size
               '","a":' delimited by size
             into json-entry
             with pointer json-entry-ptr
           end-string
           if row-kind is equal to 'B'
             string 'null' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
           else
             string '"' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
             if row-a-length is greater than zero
               string row-a-value(1:row-a-length) delimited by size
                 into json-entry
                 with pointer json-entry-ptr
               end-string
             end-if
             string '"' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
           end-if
           string ',"b":' delimited by size
             into json-entry
             with pointer json-entry-ptr
           end-string
           if row-kind is equal to 'A'
             string 'null' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
           else
             string '"' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
             if row-b-length is greater than zero
               string row-b-value(1:row-b-length) delimited by size
                 into json-entry
                 with pointer json-entry-ptr
               end-string
             end-if
             string '"' delimited by size
               into json-entry
               with pointer json-entry-ptr
             end-string
           end-if
           string '}' delimited by size
             into json-entry
             with pointer json-entry-ptr
           end-string
           compute json-entry-length = json-entry-ptr - 1 end-compute
           if json-ptr - 1 + json-entry-length + json-tail-room
               is greater than 1022
             move 1 to more
             move 1 to page-full
             exit paragraph
           end-if
           string json-entry(1:json-entry-length) delimited by size
             into json-text
             with pointer json-ptr
           end-string
           add 1 to json-rows end-add.

       finish-json-result.
           string '],"more":' delimited by size
               more delimited by size
               '}' delimited by size
             into json-text
             with pointer json-ptr
           end-string
           compute result-length = json-ptr + 1.

      *----------------------------------------------------------------
      * read-access audit (see readauditrecord.cpy): the params whose
      * values this page handed back, section by section -
      * read-audit-note files only the sections flagged sensitive.
      *----------------------------------------------------------------
       note-sensitive-reads.
           if read-audit-params-a is not equal to spaces
             move section-a to profile-section
             call 'read-audit-note' using
               by reference profile-section
               by reference audit-cmd-name
               by reference skey
               by reference read-audit-owner
               by reference read-audit-params-a
             end-call
           end-if
           if read-audit-params-b is not equal to spaces
             move section-b to profile-section
             call 'read-audit-note' using
               by reference profile-section
               by reference audit-cmd-name
               by reference skey
               by reference read-audit-owner
               by reference read-audit-params-b
             end-call
           end-if.

       end program compare-sec.
