       identification division.
       program-id. build-bundles.

      * standalone batch job - scheduled nightly. builds, for every
      * application on the bundle register (bundleregrecord.cpy,
      * kept by bundle-reg), the offline fallback bundle it boots
      * from when neither the service nor its standby answers: one
      * file holding every section and view the application reads,
      * each rendered by render-build.cbl in the application's
      * format - overlays of its INSTANCE applied, open value
      * windows and derived params resolved, exactly as a live read
      * would serve them - written into DROPDIR as
      *   <dropdir>/<application>.bundle.<ext>
      * (.properties, .ini, .env or .yaml; the application name
      * lower-cased, anything but a letter or digit turned to '-'),
      * as .tmp renamed over the old one (write-metrics-feed.cbl's
      * rule), so a deploy never picks up half a bundle. the layout,
      * every comment in the format's own syntax ('#', ';' for INI):
      *   # offline-bundle <application> built <YYYYMMDDHHMMSS>
      *     format=<format> instance=<instance or -> entries=<n>
      *   then per entry
      *   # entry <SECT|VIEW> <name> sum=<n> bytes=<n> lines=<n>
      *   and the entry's document as render-build laid it out
      *   # offline-bundle sum=<n> bytes=<n> lines=<n>
      *     sig=C<64 hex digits> key=<home section>
      * (the first and last lines each one line in the file).
      * bytes and lines count everything above the trailer, sum is
      * the artifact-store fold over those bytes (render-config.cbl's
      * trailer), and sig is HMAC-SHA256 over the same bytes, keyed
      * with the home section's signing secret - the first entry's,
      * the secret the application fetches with sign-secret, as
      * sign-response.cbl keys its own. with no signing key
      * configured the trailer says sig=NONE and the register shows
      * the bundle unsigned. an application one of whose entries
      * cannot be rendered - gone, a value failing its checksum,
      * too big - keeps last night's bundle: nothing is written, the
      * register files the refusal and the alert bus hears of it
      * (class BUNDLE). a bundle built files its time, checksum,
      * size and each entry's render hash on the register, which
      * bundle-report.cbl compares live data against.
      * exit code is the number of applications refused.
      * usage:
      *   build-bundles [application]

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

         select bundle-file assign to bundle-tmp-path
           organization is line sequential
           file status is bundle-status.

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

       fd bundle-file.
       01 bundle-line picture x(2400).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy renderdoc.
         copy signingkey.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-application picture x(40).
       01 bundle-status picture xx.
       01 bundle-path picture x(255).
       01 bundle-tmp-path picture x(255).
       01 file-ext picture x(11).
       01 app-slug picture x(40).
       01 slug-length binary-long unsigned.
       01 slug-ind binary-long unsigned.
       01 walk-done picture 9.
       01 saved-instance picture x(16).
       01 build-stamp picture 9(14).
       01 build-rcode picture x(2).
       01 entry-ind picture 9.
       01 entry-hash picture 9(9) occurs 8 times.
       01 comment-mark picture x.
       01 line-text picture x(2400).
       01 line-ptr binary-long unsigned.
       01 line-start binary-long unsigned.
       01 line-length binary-long unsigned.
       01 text-ind binary-long unsigned.
       01 hash-work binary-long unsigned.
       01 sum-display picture 9(9).
       01 bytes-display picture z(8)9.
       01 lines-display picture z(5)9.
       01 count-display picture z(8)9.
       01 entries-display picture 9.
       01 alert-class picture x(16) value 'BUNDLE'.
       01 alert-text picture x(96).

      *----------------------------------------------------------------
      * the bundle as it is assembled - room for four documents at
      * render-build's largest, and the comment lines between them.
      *----------------------------------------------------------------
       01 bundle-text picture x(200000).
       01 bundle-length binary-long unsigned.
       01 bundle-lines binary-long unsigned.
       01 bundle-hash picture 9(9).
       77 bundle-limit binary-long unsigned value 200000.

       01 section-secret picture x(64).
       01 secret-found picture 9.
       01 secret-length binary-long value 64.
       01 message-size binary-double unsigned.
       01 md-ptr usage pointer.
       01 mac-ptr usage pointer.
       01 mac-bytes picture x(64).
       01 mac-length binary-long unsigned.
       01 mac-ind binary-long unsigned.
       01 mac-byte binary-long unsigned.
       01 signature-hex picture x(64).
       01 signed-flag picture x.
       77 hex-digits picture x(16) value '0123456789abcdef'.

       01 built-count binary-long unsigned value zero.
       01 refused-count binary-long unsigned value zero.
       01 unsigned-count binary-long unsigned value zero.

       procedure division.
       start-build-bundles.
           move spaces to arg-application
           accept arg-application from argument-value
           move function upper-case(arg-application)
             to arg-application

           call 'load-data-paths' end-call
           if drop-dir-path is equal to spaces
             display 'build-bundles: no DROPDIR configured'
               end-display
             move 1 to return-code
             goback
           end-if
           if sign-key-length is equal to zero
             display 'build-bundles: no signing key configured - '
               'bundles go out unsigned' end-display
           end-if

      *    render-build reads through the shared connectors - a
      *    batch run unit opens them itself.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input views-db
           open input calcs-db
           open input overlays-db
           open input value-windows-db
           open input sensitive-db
           open i-o bundle-register-db

           move config-instance-name to saved-instance
           move zero to walk-done
           move low-values to ab-application
           if arg-application is not equal to spaces
             move arg-application to ab-application
             start bundle-register-db
               key is not less than ab-application
               invalid key
                 move 1 to walk-done
             end-start
           else
             start bundle-register-db
               key is greater than ab-application
               invalid key
                 move 1 to walk-done
             end-start
           end-if
           perform
             until walk-done is equal to 1
             read bundle-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 if arg-application is not equal to spaces
                     and ab-application is not equal to
                       arg-application
                   move 1 to walk-done
                 else
                   perform build-one-bundle
                 end-if
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

           move built-count to count-display
           display 'build-bundles: ' function trim(count-display)
             ' bundle(s) built' end-display
           move unsigned-count to count-display
           if unsigned-count is greater than zero
             display 'build-bundles: ' function trim(count-display)
               ' of them unsigned' end-display
           end-if
           move refused-count to count-display
           display 'build-bundles: ' function trim(count-display)
             ' refused' end-display
           if arg-application is not equal to spaces
               and built-count is equal to zero
               and refused-count is equal to zero
             display 'build-bundles: ' function trim(arg-application)
               ' is not on the bundle register' end-display
             move 1 to return-code
             goback
           end-if
           move refused-count to return-code
           goback.

      *----------------------------------------------------------------
      * one application: every entry rendered as its instance sees
      * it, or the bundle is not written at all - a fallback short
      * of a section is worse than last night's whole one.
      *----------------------------------------------------------------
       build-one-bundle.
           move function current-date(1:14) to build-stamp
           move ab-instance to config-instance-name
           move 'ok' to build-rcode
           move zero to bundle-length
           move zero to bundle-lines
           evaluate ab-format
             when 'PROP'
               move '.properties' to file-ext
             when 'INI '
               move '.ini' to file-ext
             when 'ENV '
               move '.env' to file-ext
             when 'YAML'
               move '.yaml' to file-ext
             when other
               move 'iv' to build-rcode
           end-evaluate
           move '#' to comment-mark
           if ab-format is equal to 'INI '
             move ';' to comment-mark
           end-if

           if build-rcode is equal to 'ok'
             perform add-bundle-header
           end-if
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than ab-entry-count
                 or build-rcode is not equal to 'ok'
             perform add-bundle-entry
           end-perform
           move saved-instance to config-instance-name

           if build-rcode is equal to 'ok'
             perform sign-bundle
             perform write-bundle-file
           end-if

           move build-stamp to ab-last-try-at
           move build-rcode to ab-last-try-rcode
           if build-rcode is equal to 'ok'
             move build-stamp to ab-built-at
             move bundle-hash to ab-bundle-hash
             move bundle-length to ab-bundle-bytes
             move signed-flag to ab-signed-with
             perform
               varying entry-ind from 1 by 1
                 until entry-ind is greater than 8
               if entry-ind is greater than ab-entry-count
                 move zero to ab-entry-hash(entry-ind)
               else
                 move entry-hash(entry-ind) to ab-entry-hash(entry-ind)
               end-if
             end-perform
           end-if
           rewrite bundle-register-record
             invalid key
               display 'build-bundles: '
                 function trim(ab-application)
                 ' - the register entry could not be updated'
                 end-display
           end-rewrite
           unlock bundle-register-db

           if build-rcode is equal to 'ok'
             add 1 to built-count end-add
             if signed-flag is equal to space
               add 1 to unsigned-count end-add
             end-if
             move bundle-length to bytes-display
             display 'build-bundles: BUILT   '
               function trim(ab-application) ' '
               function trim(bundle-path) ' '
               function trim(bytes-display) ' bytes' end-display
           else
             add 1 to refused-count end-add
             perform report-refusal
           end-if.

       add-bundle-header.
           move ab-entry-count to entries-display
           move spaces to line-text
           move 1 to line-ptr
           string comment-mark delimited by size
               ' offline-bundle ' delimited by size
               function trim(ab-application) delimited by size
               ' built ' delimited by size
               build-stamp delimited by size
               ' format=' delimited by size
               function trim(ab-format) delimited by size
               ' instance=' delimited by size
             into line-text with pointer line-ptr
           end-string
           if ab-instance is equal to spaces
             string '-' delimited by size
               into line-text with pointer line-ptr
             end-string
           else
             string function trim(ab-instance) delimited by size
               into line-text with pointer line-ptr
             end-string
           end-if
           string ' entries=' delimited by size
               entries-display delimited by size
             into line-text with pointer line-ptr
           end-string
           perform append-line.

      *----------------------------------------------------------------
      * one entry: a section is looked up first, as render-config
      * does - render-build itself only knows views by name.
      *----------------------------------------------------------------
       add-bundle-entry.
           if ab-section-entry(entry-ind)
             move ab-name(entry-ind) to name
             read sections-db record
               invalid key
                 move 'bn' to build-rcode
                 exit paragraph
             end-read
           end-if
           move spaces to render-reader-cmd
           move spaces to render-reader-key
           move spaces to render-reader-owner
           call 'render-build' using
             by reference ab-name(entry-ind)
             by reference ab-kind(entry-ind)
             by reference ab-format
             by reference render-document
             by reference build-rcode
           end-call
           if build-rcode is not equal to 'ok'
             exit paragraph
           end-if
           move render-doc-hash to entry-hash(entry-ind)

           move render-doc-hash to sum-display
           move render-doc-length to bytes-display
           move render-doc-lines to lines-display
           move spaces to line-text
           move 1 to line-ptr
           string comment-mark delimited by size
               ' entry ' delimited by size
               ab-kind(entry-ind) delimited by size
               ' ' delimited by size
               function trim(ab-name(entry-ind)) delimited by size
               ' sum=' delimited by size
               sum-display delimited by size
               ' bytes=' delimited by size
               function trim(bytes-display) delimited by size
               ' lines=' delimited by size
               function trim(lines-display) delimited by size
             into line-text with pointer line-ptr
           end-string
           perform append-line
           if build-rcode is not equal to 'ok'
             exit paragraph
           end-if

           if bundle-length + render-doc-length
               is greater than bundle-limit
             move 'tb' to build-rcode
             exit paragraph
           end-if
           move render-doc-text(1:render-doc-length)
             to bundle-text(bundle-length + 1:render-doc-length)
           add render-doc-length to bundle-length end-add
           add render-doc-lines to bundle-lines end-add.

       append-line.
           compute line-length = line-ptr - 1 end-compute
           if bundle-length + line-length + 1
               is greater than bundle-limit
             move 'tb' to build-rcode
             exit paragraph
           end-if
           if line-length is greater than zero
             move line-text(1:line-length)
               to bundle-text(bundle-length + 1:line-length)
             add line-length to bundle-length end-add
           end-if
           add 1 to bundle-length end-add
           move x'0a' to bundle-text(bundle-length:1)
           add 1 to bundle-lines end-add.

      *----------------------------------------------------------------
      * the fold and the signature over every byte above the
      * trailer - the whole signature, not sign-response's half: a
      * bundle is checked once at boot, not on every read.
      *----------------------------------------------------------------
       sign-bundle.
           move 17 to hash-work
           perform
             varying text-ind from 1 by 1
               until text-ind is greater than bundle-length
             compute hash-work = function mod(
                 hash-work * 31
                 + function ord(bundle-text(text-ind:1)) - 1,
               99999989)
             end-compute
           end-perform
           move hash-work to bundle-hash

           move space to signed-flag
           move spaces to signature-hex
           call 'sign-secret-for' using
               by reference ab-name(1)
               by content 'C'
               by reference section-secret
             returning secret-found
           end-call
           if secret-found is not equal to 1
             exit paragraph
           end-if
           move bundle-length to message-size
           move zero to mac-length
           call 'EVP_sha256' returning md-ptr end-call
           call 'HMAC' using
               by value md-ptr
               by reference section-secret
               by value secret-length
               by reference bundle-text
               by value message-size
               by reference mac-bytes
               by reference mac-length
             returning mac-ptr
           end-call
           move spaces to section-secret
           if mac-ptr is equal to null or mac-length is less than 32
             exit paragraph
           end-if
           perform
             varying mac-ind from 1 by 1
               until mac-ind is greater than 32
             compute mac-byte =
               function ord(mac-bytes(mac-ind:1)) - 1
             end-compute
             move hex-digits(mac-byte / 16 + 1:1)
               to signature-hex(mac-ind * 2 - 1:1)
             move hex-digits(function mod(mac-byte, 16) + 1:1)
               to signature-hex(mac-ind * 2:1)
           end-perform
           move 'C' to signed-flag.

      *----------------------------------------------------------------
      * the bundle line by line into the .tmp file, the trailer
      * after it, then the rename that makes it visible.
      *----------------------------------------------------------------
       write-bundle-file.
           move function lower-case(ab-application) to app-slug
           move function length(function trim(app-slug))
             to slug-length
           perform
             varying slug-ind from 1 by 1
               until slug-ind is greater than slug-length
             if app-slug(slug-ind:1) is not numeric
                 and (app-slug(slug-ind:1) is less than 'a'
                   or app-slug(slug-ind:1) is greater than 'z')
               move '-' to app-slug(slug-ind:1)
             end-if
           end-perform
           move spaces to bundle-path
           string function trim(drop-dir-path) delimited by size
               '/' delimited by size
               function trim(app-slug) delimited by size
               '.bundle' delimited by size
               function trim(file-ext) delimited by size
             into bundle-path
           end-string
           move spaces to bundle-tmp-path
           string function trim(bundle-path) delimited by size
               '.tmp' delimited by size
             into bundle-tmp-path
           end-string

           open output bundle-file
           if bundle-status is not equal to '00'
             display 'build-bundles: cannot write '
               function trim(bundle-tmp-path) ' (status '
               bundle-status ')' end-display
             move 'fl' to build-rcode
             exit paragraph
           end-if

           move 1 to line-start
           perform
             varying text-ind from 1 by 1
               until text-ind is greater than bundle-length
             if bundle-text(text-ind:1) is equal to x'0a'
               compute line-length = text-ind - line-start
               end-compute
               move spaces to bundle-line
               if line-length is greater than zero
                 move bundle-text(line-start:line-length)
                   to bundle-line(1:line-length)
               end-if
               write bundle-line end-write
               compute line-start = text-ind + 1 end-compute
             end-if
           end-perform

           move bundle-hash to sum-display
           move bundle-length to bytes-display
           move bundle-lines to lines-display
           move spaces to bundle-line
           move 1 to line-ptr
           string comment-mark delimited by size
               ' offline-bundle sum=' delimited by size
               sum-display delimited by size
               ' bytes=' delimited by size
               function trim(bytes-display) delimited by size
               ' lines=' delimited by size
               function trim(lines-display) delimited by size
               ' sig=' delimited by size
             into bundle-line with pointer line-ptr
           end-string
           if signed-flag is equal to 'C'
             string 'C' delimited by size
                 signature-hex delimited by size
               into bundle-line with pointer line-ptr
             end-string
           else
             string 'NONE' delimited by size
               into bundle-line with pointer line-ptr
             end-string
           end-if
           string ' key=' delimited by size
               function trim(ab-name(1)) delimited by size
             into bundle-line with pointer line-ptr
           end-string
           write bundle-line end-write
           close bundle-file

           call 'CBL_RENAME_FILE' using
             bundle-tmp-path bundle-path
           end-call.

       report-refusal.
           move spaces to alert-text
           evaluate build-rcode
             when 'bn'
               string function trim(ab-application) delimited by size
                   ': an entry no longer exists' delimited by size
                 into alert-text
               end-string
             when 'ck'
               string function trim(ab-application) delimited by size
                   ': a value fails its checksum' delimited by size
                 into alert-text
               end-string
             when 'tb'
               string function trim(ab-application) delimited by size
                   ': bundle larger than one build holds'
                     delimited by size
                 into alert-text
               end-string
             when 'fl'
               string function trim(ab-application) delimited by size
                   ': bundle file could not be written'
                     delimited by size
                 into alert-text
               end-string
             when other
               string function trim(ab-application) delimited by size
                   ': bundle refused (' delimited by size
                   build-rcode delimited by size
                   ')' delimited by size
                 into alert-text
               end-string
           end-evaluate
           display 'build-bundles: REFUSED ' function trim(alert-text)
             ' - last bundle kept' end-display
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-text
           end-call.

       end program build-bundles.
