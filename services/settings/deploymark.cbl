       identification division.
       program-id. deploy-mark.

      * records a code deploy on the deployment marker ledger
      * (deploymarkrecord.cpy): "application X version Y went out to
      * host group Z at time T", called by the release pipeline as
      * the deploy finishes, so the first question of an incident -
      * config change or code deploy? - has both halves on file.
      * the caller names the sections the application reads, the
      * first of them ahead of its key, up to ten in all; the
      * marker files each one's change counter as it stands now
      * (section-version.cbl) with the commit position across every
      * section, which pins exactly what config the deploy went out
      * against. authenticated by any api-key of that first section,
      * read-only keys included - a pipeline holds the key its
      * application reads with - inside its age limit. the deploy
      * time defaults to now; a pipeline reporting late sends the
      * YYYYMMDDHHMMSS it deployed at, which may not be in the
      * future. the same application, time and host group sent
      * again re-files the one marker, so a retried pipeline step
      * does not leave two.
      * answered with the commit position filed and, against the
      * application's previous marker, when that was and how many
      * commits have landed since on the sections both list - the
      * number since-deploy.cbl would itemize.
      * rcodes: ok (position, changes, previous-at follow), kw (the
      * same, key in its grace period), bn (first section unknown),
      * na, ke, iv (no application or version, an unknown section
      * among the others, a deploy time that is not a time or lies
      * ahead), fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy deploymarkdb.

       data division.
       file section.
         copy sectionrecord.
         copy deploymarkrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy operatorstate.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'deploy-mark'.
         01 ind picture 99.
         01 prev-ind picture 99.
         01 keys-equal picture 9.
         01 key-found picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9.
         01 probe-key picture x(80).
         01 key-fingerprint picture 9(15).
         01 deploy-stamp picture 9(14).
         01 deploy-date picture 9(8).
         01 now-stamp picture 9(14).
         01 section-count picture 99.
         01 section-list.
           02 listed-section picture x(40) occurs 10 times.
         01 version-list.
           02 listed-version picture 9(12) occurs 10 times.
         01 commit-position picture 9(12).
         01 changes-since picture 9(9).
         01 previous-at picture 9(14).
         01 previous-mark.
           02 prev-section-count picture 99.
           02 prev-sections occurs 10 times.
             03 prev-section picture x(40).
             03 prev-section-version picture 9(12).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
      *    the first section the application reads - its key is the
      *    credential.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 arg-application picture x(40).
           02 arg-version picture x(24).
           02 arg-host-group picture x(24).
      *    optional - YYYYMMDDHHMMSS; blank (or unsent) is now.
           02 arg-deployed-at picture x(14).
      *    optional - the other sections the application reads.
           02 arg-more-sections picture x(40) occurs 9 times.
           02 filler picture x(431).
         01 result.
           02 rcode picture x(2).
           02 r-position picture 9(12).
           02 r-changes picture 9(9).
           02 r-previous-at picture 9(14).
           02 filler picture x(987).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-deploy-mark.
           if argc is less than 208
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 222
             move spaces to arg-deployed-at
           end-if
           if argc is less than 582
             move spaces to argv(223:360)
           end-if

           move zero to key-in-grace
           move function upper-case(section-name) to section-name
           move function upper-case(arg-application)
             to arg-application

           move section-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           move zero to key-found
           perform
             varying ind from 1 by 1
               until ind is greater than api-keys-count
                 or key-found is greater than zero
             call 'const-time-eq' using
                 by reference skey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move ind to key-found
             end-if
           end-perform
           if key-found is equal to zero
             move 'na' to rcode
             perform finish-short
           end-if
           call 'check-key-age' using
               by reference api-key-added-on(key-found)
             returning key-age-status
           end-call
           if key-age-status is equal to 2
             move 'ke' to rcode
             perform finish-short
           end-if
           if key-age-status is equal to 1
             move 1 to key-in-grace
           end-if
           move skey to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference key-fingerprint
           end-call
           move spaces to probe-key

           if arg-application is equal to spaces
               or arg-version is equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * the deploy time: now, or a whole stamp no later than now -
      * a marker is a record of what happened, not a plan.
      *----------------------------------------------------------------
           move function current-date(1:14) to now-stamp
           evaluate true
             when arg-deployed-at is equal to spaces
               move now-stamp to deploy-stamp
             when arg-deployed-at is numeric
               move arg-deployed-at to deploy-stamp
               move deploy-stamp(1:8) to deploy-date
               if function test-date-yyyymmdd(deploy-date)
                   is not equal to zero
                   or deploy-stamp is greater than now-stamp
                 move 'iv' to rcode
                 perform finish-short
               end-if
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate

      *----------------------------------------------------------------
      * the section list: the first section, then each other one
      * named - every one a section on file, each taken once.
      *----------------------------------------------------------------
           move 1 to section-count
           move section-name to listed-section(1)
           perform
             varying ind from 1 by 1
               until ind is greater than 9
             if arg-more-sections(ind) is not equal to spaces
               perform take-one-section
             end-if
           end-perform

           perform
             varying ind from 1 by 1
               until ind is greater than section-count
             call 'section-version' using
               by content 'R'
               by reference listed-section(ind)
               by reference listed-version(ind)
             end-call
           end-perform
           call 'section-version' using
             by content 'P'
             by reference section-name
             by reference commit-position
           end-call

           perform find-previous-mark

           move spaces to deploy-mark-record
           move arg-application to dm-application
           move deploy-stamp to dm-deployed-at
           move arg-host-group to dm-host-group
           move arg-version to dm-version
           move now-stamp to dm-marked-at
           move audit-operator-name to dm-marked-by
           if dm-marked-by is equal to spaces
             move 'pipeline' to dm-marked-by
           end-if
           move key-fingerprint to dm-key-fingerprint
           move commit-position to dm-commit-position
           move section-count to dm-section-count
           perform
             varying ind from 1 by 1
               until ind is greater than 10
             if ind is greater than section-count
               move spaces to dm-section(ind)
               move zero to dm-section-version(ind)
             else
               move listed-section(ind) to dm-section(ind)
               move listed-version(ind) to dm-section-version(ind)
             end-if
           end-perform
           write deploy-mark-record
             invalid key
               rewrite deploy-mark-record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-rewrite
           end-write
           unlock deploy-marks-db

           move spaces to audit-note
           string function trim(arg-application) delimited by size
               ' ' delimited by size
               function trim(arg-version) delimited by size
               ' ' delimited by size
               function trim(arg-host-group) delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move commit-position to r-position
           move changes-since to r-changes
           move previous-at to r-previous-at
           move 37 to result-length
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

       take-one-section.
           move function upper-case(arg-more-sections(ind))
             to arg-more-sections(ind)
           perform
             varying prev-ind from 1 by 1
               until prev-ind is greater than section-count
             if listed-section(prev-ind) is equal to
                 arg-more-sections(ind)
               exit paragraph
             end-if
           end-perform
           move arg-more-sections(ind) to name
           read sections-db record
             invalid key
               move 'iv' to rcode
               perform finish-short
           end-read
           add 1 to section-count end-add
           move arg-more-sections(ind) to listed-section(section-count).

      *----------------------------------------------------------------
      * the application's marker just before this one, whichever
      * host group it went to: the commits since are the climb of
      * each section's counter between the two, over the sections
      * both markers list.
      *----------------------------------------------------------------
       find-previous-mark.
           move zero to changes-since
           move zero to previous-at
           move arg-application to dm-application
           move deploy-stamp to dm-deployed-at
           move low-values to dm-host-group
           start deploy-marks-db key is less than dm-key
             invalid key
               exit paragraph
           end-start
           read deploy-marks-db next record
             at end
               exit paragraph
           end-read
           if dm-application is not equal to arg-application
             exit paragraph
           end-if
           move dm-deployed-at to previous-at
           move dm-section-count to prev-section-count
           perform
             varying prev-ind from 1 by 1
               until prev-ind is greater than 10
             move dm-section(prev-ind) to prev-section(prev-ind)
             move dm-section-version(prev-ind)
               to prev-section-version(prev-ind)
           end-perform
           perform
             varying ind from 1 by 1
               until ind is greater than section-count
             perform
               varying prev-ind from 1 by 1
                 until prev-ind is greater than prev-section-count
               if prev-section(prev-ind) is equal to
                   listed-section(ind)
                   and listed-version(ind) is greater than
                     prev-section-version(prev-ind)
                 compute changes-since = changes-since
                   + listed-version(ind)
                   - prev-section-version(prev-ind)
                 end-compute
               end-if
             end-perform
           end-perform.

       end program deploy-mark.
