       identification division.
       program-id. section-version.

      * the per-section change counter behind conditional get-section
      * (see sectionversionrecord.cpy).
      *   in-mode 'B' - bump: one more committed mutation of
      *                 in-section-name; out-version comes back with
      *                 the new count. cache-invalidate.cbl calls this
      *                 for every writer, so nothing else has to
      *                 remember to
      *   in-mode 'R' - read: out-version is the section's current
      *                 count, zero when it has never been bumped
      *   in-mode 'P' - read the commit position: out-version is the
      *                 count of every bump ever made, to any section
      *                 (in-section-name is not looked at). every 'B'
      *                 moves it on by one, so two reads that answer
      *                 the same position bracket a stretch in which
      *                 nothing anywhere was committed - get-multi.cbl
      *                 builds its consistent snapshot on that
      *   in-mode 'O' - open a write bracket: one more mutating
      *                 dispatch under way, anywhere. the position
      *                 only moves once a writer drops the cache, so
      *                 a commit that writes several records would
      *                 otherwise be half on file with the position
      *                 still standing - process-request opens a
      *                 bracket before every mutating dispatch
      *   in-mode 'K' - close the bracket 'O' opened
      *   in-mode 'W' - read the writes in flight: out-version is
      *                 the count of brackets open right now. a
      *                 snapshot read while it is above zero, before
      *                 or after, is not one - get-multi.cbl builds
      *                 its page again. a bracket held open longer
      *                 than bracket-stale-seconds is a writer that
      *                 died mid-dispatch, not one still writing: it
      *                 reads as zero, and the next 'O' starts the
      *                 count afresh
      * the server opens section-versions-db once at start-up; a
      * batch job that reaches here through store-setting-value or
      * cache-invalidate without ever having opened it (it is only
      * the callee's file, not the job's) has it opened and closed
      * around this one call instead, so every writer bumps the
      * counter whether or not it has heard of it.

       environment division.
       input-output section.
       file-control.
         copy sectionversiondb.

       data division.
       file section.
         copy sectionversionrecord.

       working-storage section.
         copy serverconfig.
         01 version-status-1 picture xx.
         01 version-status-2 picture xx.
         01 opened-here picture 9.
         01 version-key picture x(40).
         01 commit-position-key picture x(40) value
             x'00434F4D4D49542D504F534954494F4E'.
         01 section-count picture 9(12).
         01 bracket-key picture x(40) value
             x'00434F4D4D49542D425241434B4554'.
         77 bracket-stale-seconds binary-long unsigned value 60.
         01 bracket-stale picture 9.
         01 stamp-now picture 9(14).
         01 stamp-work picture 9(14).
         01 stamp-parts redefines stamp-work.
           02 stamp-date picture 9(8).
           02 stamp-hh picture 99.
           02 stamp-mm picture 99.
           02 stamp-ss picture 99.
         01 seconds-then binary-double.
         01 seconds-now binary-double.

       linkage section.
         01 in-mode picture x.
           88 bump-requested value 'B'.
           88 read-requested value 'R'.
           88 position-requested value 'P'.
           88 bracket-open-requested value 'O'.
           88 bracket-close-requested value 'K'.
           88 in-flight-requested value 'W'.
         01 in-section-name picture x(40).
         01 out-version picture 9(12).

       procedure division using in-mode, in-section-name, out-version.
       start-section-version.
           move zero to out-version
           move zero to opened-here
           if position-requested
             move commit-position-key to version-key
           else
           if bracket-open-requested
               or bracket-close-requested
               or in-flight-requested
             move bracket-key to version-key
           else
             move function upper-case(in-section-name) to version-key
           end-if
           end-if

      *----------------------------------------------------------------
      * folded the way every section name on file is, so a caller
      * sent 'billing' bumps the same record 'BILLING' does.
      *----------------------------------------------------------------
           move version-key to sv-section
           read section-versions-db record
             invalid key
               continue
           end-read
           if version-status-1 is equal to '47'
             open i-o section-versions-db
             if version-status-1 is not equal to '00'
                 and version-status-1 is not equal to '05'
               goback
             end-if
             move 1 to opened-here
             move version-key to sv-section
             read section-versions-db record
               invalid key
                 continue
             end-read
           end-if

           if bracket-open-requested
               or bracket-close-requested
               or in-flight-requested
             perform handle-write-bracket
             perform close-if-opened-here
             goback
           end-if

           if read-requested
               or position-requested
             if version-status-1 is equal to '00'
               move sv-version to out-version
             end-if
             perform close-if-opened-here
             goback
           end-if

           if version-status-1 is equal to '00'
             add 1 to sv-version end-add
             move function numval(function current-date(1:14))
               to sv-bumped-at
             rewrite section-version-record
               invalid key
                 continue
             end-rewrite
           else
             move version-key to sv-section
             move 1 to sv-version
             move function numval(function current-date(1:14))
               to sv-bumped-at
             write section-version-record
               invalid key
                 continue
             end-write
           end-if
           move sv-version to section-count
           perform bump-commit-position
           move section-count to out-version
           perform close-if-opened-here
           goback.

       bump-commit-position.
           move commit-position-key to sv-section
           read section-versions-db record
             invalid key
               move commit-position-key to sv-section
               move 1 to sv-version
               move function numval(function current-date(1:14))
                 to sv-bumped-at
               write section-version-record
                 invalid key
                   continue
               end-write
               exit paragraph
           end-read
           add 1 to sv-version end-add
           move function numval(function current-date(1:14))
             to sv-bumped-at
           rewrite section-version-record
             invalid key
               continue
           end-rewrite.

      *----------------------------------------------------------------
      * the write-bracket record: sv-version the brackets open,
      * sv-bumped-at when the oldest of them opened - the count went
      * from zero to one then, and later opens leave it be, so a
      * steady stream of writers cannot keep a dead one's bracket
      * looking fresh.
      *----------------------------------------------------------------
       handle-write-bracket.
           move function numval(function current-date(1:14))
             to stamp-now
           move zero to bracket-stale
           if version-status-1 is equal to '00'
               and sv-version is greater than zero
             move sv-bumped-at to stamp-work
             compute seconds-then =
               function integer-of-date(stamp-date) * 86400
                 + stamp-hh * 3600 + stamp-mm * 60 + stamp-ss
             end-compute
             move stamp-now to stamp-work
             compute seconds-now =
               function integer-of-date(stamp-date) * 86400
                 + stamp-hh * 3600 + stamp-mm * 60 + stamp-ss
             end-compute
             if seconds-now - seconds-then is greater than
                 bracket-stale-seconds
               move 1 to bracket-stale
             end-if
           end-if

           if in-flight-requested
             if version-status-1 is equal to '00'
                 and bracket-stale is equal to zero
               move sv-version to out-version
             end-if
             exit paragraph
           end-if

           if version-status-1 is not equal to '00'
             if bracket-open-requested
               move bracket-key to sv-section
               move 1 to sv-version
               move stamp-now to sv-bumped-at
               write section-version-record
                 invalid key
                   continue
               end-write
               move 1 to out-version
             end-if
             exit paragraph
           end-if

           if bracket-open-requested
             if sv-version is equal to zero
                 or bracket-stale is equal to 1
               move zero to sv-version
               move stamp-now to sv-bumped-at
             end-if
             add 1 to sv-version end-add
           else
             if sv-version is greater than zero
               subtract 1 from sv-version end-subtract
             end-if
           end-if
           move sv-version to out-version
           rewrite section-version-record
             invalid key
               continue
           end-rewrite.

       close-if-opened-here.
           if opened-here is equal to 1
             close section-versions-db
           end-if.

       end program section-version.
