       identification division.
       program-id. bundle-report.

      * standalone batch job - run each morning after build-bundles,
      * or on demand before an outage drill. for every application
      * on the bundle register (bundleregrecord.cpy) says how old
      * its offline fallback bundle is and whether the live data
      * has moved on since it was built: each entry is rendered
      * again now, as build-bundles renders it - the application's
      * format, its INSTANCE's overlays - and the render hash held
      * against the one the register filed at the last build:
      *   CURRENT   the same - the bundle still serves today's values
      *   CHANGED   the section or view renders differently now
      *   NEW       the list was set again (bundle-reg) after the
      *             last build, so the bundle may not carry it
      *   GONE      the section or view no longer exists
      *   REFUSED   it cannot be rendered now (a value failing its
      *             checksum, too big) - the rcode follows
      * a bundle is STALE when it was never built, is older than the
      * age limit (2 days unless given - a night missed and then
      * some), its last build was refused, or any entry is other
      * than CURRENT; a bundle built without a signing key is
      * marked UNSIGNED too, since an application that checks will
      * refuse it. exit code is the number of stale bundles.
      * usage:
      *   bundle-report [max-age-days]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy viewsdb.
         copy calcdb.
         copy overlaydb.
         copy valuewindowdb.
         copy sensdb.
         copy bundleregdb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy viewsrecord.
         copy calcrecord.
         copy overlayrecord.
         copy valuewindowrecord.
         copy sensrecord.
         copy bundleregrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy renderdoc.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-max-age picture x(8).
       01 max-age-days binary-long unsigned value 2.
       01 walk-done picture 9.
       01 saved-instance picture x(16).
       01 build-rcode picture x(2).
       01 entry-ind picture 9.
       01 entry-state picture x(10).
       01 bundle-stale picture 9.
       01 today-date picture 9(8).
       01 built-date picture 9(8).
       01 age-days binary-long.
       01 age-display picture z(4)9.
       01 sum-display picture 9(9).
       01 bytes-display picture z(8)9.
       01 count-display picture z(8)9.
       01 instance-display picture x(16).
       01 signing-display picture x(8).

       01 bundle-count binary-long unsigned value zero.
       01 stale-count binary-long unsigned value zero.
       01 unsigned-count binary-long unsigned value zero.

       procedure division.
       start-bundle-report.
           move spaces to arg-max-age
           accept arg-max-age from argument-value
           if arg-max-age is not equal to spaces
             if function trim(arg-max-age) is not numeric
               display 'bundle-report: usage: bundle-report '
                 '[max-age-days]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-max-age) to max-age-days
           end-if

           call 'load-data-paths' end-call
           move function current-date(1:8) to today-date

      *    render-build reads through the shared connectors - a
      *    batch run unit opens them itself.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input views-db
           open input calcs-db
           open input overlays-db
           open input value-windows-db
           open input sensitive-db
           open input bundle-register-db

           display '=== offline fallback bundles, ' today-date ' ==='
             end-display
           move config-instance-name to saved-instance
           move zero to walk-done
           move low-values to ab-application
           start bundle-register-db
             key is greater than ab-application
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read bundle-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform report-one-bundle
             end-read
           end-perform
           move saved-instance to config-instance-name

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close views-db
           close calcs-db
           close overlays-db
           close value-windows-db
           close sensitive-db
           close bundle-register-db

           display ' ' end-display
           move bundle-count to count-display
           display 'bundle-report: ' function trim(count-display)
             ' application(s) on the register' end-display
           move stale-count to count-display
           display 'bundle-report: ' function trim(count-display)
             ' stale' end-display
           move unsigned-count to count-display
           display 'bundle-report: ' function trim(count-display)
             ' unsigned' end-display
           move stale-count to return-code
           goback.

       report-one-bundle.
           add 1 to bundle-count end-add
           move zero to bundle-stale
           move ab-instance to instance-display
           if ab-instance is equal to spaces
             move '-' to instance-display
           end-if
           display ' ' end-display
           display function trim(ab-application) ' format '
             function trim(ab-format) ' instance '
             function trim(instance-display) end-display

           if ab-built-at is equal to zero
             move 1 to bundle-stale
             display '  NEVER BUILT' end-display
           else
             move ab-built-at(1:8) to built-date
             compute age-days = function integer-of-date(today-date)
               - function integer-of-date(built-date)
             end-compute
             if age-days is greater than max-age-days
               move 1 to bundle-stale
             end-if
             move age-days to age-display
             move ab-bundle-hash to sum-display
             move ab-bundle-bytes to bytes-display
             move 'signed' to signing-display
             if ab-unsigned
               move 'UNSIGNED' to signing-display
               add 1 to unsigned-count end-add
             end-if
             display '  built ' ab-built-at ' ('
               function trim(age-display) ' day(s) old) sum='
               sum-display ' bytes=' function trim(bytes-display)
               ' ' function trim(signing-display) end-display
           end-if
           if ab-last-try-at is not equal to zero
               and ab-last-try-rcode is not equal to 'ok'
             move 1 to bundle-stale
             display '  last build ' ab-last-try-at ' REFUSED ('
               ab-last-try-rcode ') - the bundle above was kept'
               end-display
           end-if

           move ab-instance to config-instance-name
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than ab-entry-count
             perform judge-one-entry
             display '    ' ab-kind(entry-ind) ' '
               ab-name(entry-ind) ' ' entry-state end-display
           end-perform
           move saved-instance to config-instance-name

           if bundle-stale is equal to 1
             add 1 to stale-count end-add
             display '  STALE' end-display
           end-if.

      *----------------------------------------------------------------
      * the entry rendered now against the hash filed at the build.
      * a zero hash on a built bundle means the list was set again
      * since - bundle-reg clears them all when it files a list.
      *----------------------------------------------------------------
       judge-one-entry.
           if ab-built-at is equal to zero
             move spaces to entry-state
             exit paragraph
           end-if
           if ab-entry-hash(entry-ind) is equal to zero
             move 'NEW' to entry-state
             move 1 to bundle-stale
             exit paragraph
           end-if
           move spaces to render-reader-cmd
           move spaces to render-reader-key
           move spaces to render-reader-owner
           move 'ok' to build-rcode
           if ab-section-entry(entry-ind)
             move ab-name(entry-ind) to name
             read sections-db record
               invalid key
                 move 'bn' to build-rcode
             end-read
           end-if
           if build-rcode is equal to 'ok'
             call 'render-build' using
               by reference ab-name(entry-ind)
               by reference ab-kind(entry-ind)
               by reference ab-format
               by reference render-document
               by reference build-rcode
             end-call
           end-if
           evaluate true
             when build-rcode is equal to 'bn'
               move 'GONE' to entry-state
               move 1 to bundle-stale
             when build-rcode is not equal to 'ok'
               move spaces to entry-state
               string 'REFUSED ' delimited by size
                   build-rcode delimited by size
                 into entry-state
               end-string
               move 1 to bundle-stale
             when render-doc-hash is equal to ab-entry-hash(entry-ind)
               move 'CURRENT' to entry-state
             when other
               move 'CHANGED' to entry-state
               move 1 to bundle-stale
           end-evaluate.

       end program bundle-report.
