       identification division.
       program-id. new-sandbox.

      * makes a sandbox section: a throwaway copy to experiment on
      * that takes itself away again. the section is built by the
      * ordinary path - from a live section through clone-sect
      * (authenticated, as clone-sect is, by one of the SOURCE
      * section's api-keys) or from a template through add-section
      * (no key wanted, as add-section wants none) - and comes back
      * with one fresh api-key of its own, the same answer either
      * of those gives. what makes it a sandbox is the record filed
      * in sandboxes-db (sandboxrecord.cpy) BEFORE the section is
      * made: the date it expires on, which is not optional and may
      * be no more than SANDBOXMAXDAYS (serverconfig.cpy) ahead, and
      * who made it, who is the one warned by sandbox-expiry.cbl
      * before it goes. from that first write on the section is
      * left out of the change-journal, chargeback and fleet-push
      * (see section-sandbox.cbl). a build that fails drops the
      * record again.
      * rcodes: ok (new-api-key follows), iv (no expiry date, one
      * not in the future or further ahead than allowed, no
      * creator, an unknown source kind), ae (the sandbox name is
      * already taken), fl (the sandbox record could not be
      * written), and whatever clone-sect or add-section answered -
      * bn, na, ke, kw, pd, ek, qx, tn.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy sandboxdb.

       data division.
       file section.
         copy sectionrecord.
         copy sandboxrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'new-sandbox'.
         01 expires-date picture 9(8).
         01 today-date picture 9(8).
         01 latest-date picture 9(8).
         01 note-origin picture x(9).
         01 scratch-argc binary-long unsigned.
         01 scratch-argv picture x(1013).
         01 scratch-result picture x(1024).
         01 scratch-result-length binary-long unsigned.
         01 scratch-need-more picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
      *    a live section to clone, or a template - see
      *    arg-source-kind.
           02 source-name picture x(40).
      *    one of the source section's api-keys; not looked at for
      *    a template.
           02 skey picture x(80).
           02 target-name picture x(40).
      *    'S' (or blank) a live section, 'T' a template.
           02 arg-source-kind picture x.
           02 arg-expires-on picture x(8).
      *    who is warned before the sandbox goes - a name or a mail
      *    address.
           02 arg-creator picture x(60).
      *    optional - what the sandbox is for.
           02 arg-purpose picture x(60).
           02 filler picture x(724).
         01 result.
           02 rcode picture x(2).
           02 new-api-key picture x(80).
           02 filler picture x(942).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-new-sandbox.
           if argc is less than 229
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 289
             move spaces to arg-purpose
           end-if

           move function upper-case(source-name) to source-name
           move function upper-case(target-name) to target-name
           move function upper-case(arg-source-kind)
             to arg-source-kind
           if arg-source-kind is equal to space
             move 'S' to arg-source-kind
           end-if

           if arg-source-kind is not equal to 'S'
               and arg-source-kind is not equal to 'T'
             move 'iv' to rcode
             perform finish-short
           end-if
           if arg-creator is equal to spaces
               or target-name is equal to spaces
               or source-name is equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the expiry: a real date, after today and no further ahead
      * than the configured limit - a sandbox good until 2099 is a
      * section by another name.
      *----------------------------------------------------------------
           if arg-expires-on is not numeric
             move 'iv' to rcode
             perform finish-short
           end-if
           move arg-expires-on to expires-date
           if function test-date-yyyymmdd(expires-date)
               is not equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if
           move function current-date(1:8) to today-date
           move function date-of-integer(
             function integer-of-date(today-date) + sandbox-max-days)
             to latest-date
           if expires-date is not greater than today-date
               or expires-date is greater than latest-date
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the name must be free: filing the sandbox flag against a
      * section that already exists would mark a real one for
      * purging.
      *----------------------------------------------------------------
           move target-name to name
           read sections-db record
             invalid key
               continue
             not invalid key
               move 'ae' to rcode
               perform finish-short
           end-read
           unlock sections-db

           move target-name to sb-section
           move arg-source-kind to sb-source-kind
           move source-name to sb-source
           move today-date to sb-created-on
           move function current-date(9:6) to sb-created-at
           move expires-date to sb-expires-on
           move arg-creator to sb-creator
           move arg-purpose to sb-purpose
           move zero to sb-warned-on
           move zero to sb-held-on
           write sandbox-record
             invalid key
               rewrite sandbox-record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-rewrite
           end-write
           unlock sandboxes-db

           perform build-sandbox

           move scratch-result(1:2) to rcode
           if rcode is not equal to 'ok'
               and rcode is not equal to 'kw'
             move target-name to sb-section
             delete sandboxes-db record
               invalid key
                 continue
             end-delete
             perform finish-short
           end-if

           move scratch-result(3:80) to new-api-key
           move 82 to result-length
           move 'from ' to note-origin
           if sb-from-template
             move 'template ' to note-origin
           end-if
           move spaces to audit-note
           string 'until ' delimited by size
               expires-date delimited by size
               ' ' delimited by size
               function trim(note-origin) delimited by size
               ' ' delimited by size
               function trim(source-name) delimited by size
             into audit-note
           end-string
           call 'audit-log' using
             by reference target-name, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference target-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * the section itself is made by the command that would have
      * made it anyway, so a sandbox gets every check, quota gate
      * and sensitivity rule an ordinary clone or templated section
      * gets.
      *----------------------------------------------------------------
       build-sandbox.
           move spaces to scratch-argv
           move spaces to scratch-result
           if sb-from-template
             move target-name to scratch-argv(1:40)
             move source-name to scratch-argv(469:40)
             move 508 to scratch-argc
             call 'add-section' using
               by reference scratch-argc
               by reference scratch-argv
               by reference scratch-result
               by reference scratch-result-length
               returning scratch-need-more
             end-call
           else
             move source-name to scratch-argv(1:40)
             move skey to scratch-argv(41:80)
             move target-name to scratch-argv(121:40)
             move 160 to scratch-argc
             call 'clone-sect' using
               by reference scratch-argc
               by reference scratch-argv
               by reference scratch-result
               by reference scratch-result-length
               returning scratch-need-more
             end-call
           end-if.

       end program new-sandbox.
