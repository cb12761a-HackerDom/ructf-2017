       identification division.
       program-id. bundle-reg.

      * admin command (master-key gated) that keeps the register of
      * offline fallback bundles - which application gets which
      * sections and views (bundleregrecord.cpy). build-bundles.cbl
      * builds one bundle a night for every application on it.
      * actions:
      *   'SET ' file the application's list, replacing any list it
      *          had: the render format (PROP, INI, ENV or YAML -
      *          see render-build.cbl), the INSTANCE whose overlays
      *          resolve its values (blank for the base values), and
      *          up to 8 entries, each 'SECT' or 'VIEW' and a name.
      *          the first entry must be a section - the home
      *          section whose signing secret signs the bundle -
      *          and every one must exist. the last build's figures
      *          are kept when only the list changes; a later
      *          bundle-report says the bundle is out of date
      *   'DEL ' take the application off the register; its last
      *          bundle stays in DROPDIR until someone removes it
      *   'SHOW' (or blank) change nothing
      * SET and SHOW answer with the entry as it now stands,
      * the last build's time, checksum and signing included.
      * rcodes: ok, na, iv (no application, an unknown action or
      * format, an entry kind other than SECT or VIEW, no entries,
      * or a first entry that is not a section), bn (a section or
      * view named that does not exist), nf (DEL or SHOW of an
      * application not registered), fl.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy viewsdb.
         copy bundleregdb.

       data division.
       file section.
         copy sectionrecord.
         copy viewsrecord.
         copy bundleregrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy operatorstate.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'bundle-reg '.
         01 keys-equal picture 9.
         01 entry-ind picture 9.
         01 entry-count picture 9.
         01 view-found picture 9.
         01 had-record picture 9.
         01 kept-build.
           02 kept-built-at picture 9(14).
           02 kept-bundle-hash picture 9(9).
           02 kept-bundle-bytes picture 9(9).
           02 kept-signed-with picture x.
           02 kept-last-try-at picture 9(14).
           02 kept-last-try-rcode picture x(2).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 arg-application picture x(40).
           02 admin-key picture x(80).
           02 arg-action picture x(4).
             88 set-requested value 'SET '.
             88 del-requested value 'DEL '.
             88 show-requested values 'SHOW' '    '.
           02 arg-format picture x(4).
           02 arg-instance picture x(16).
           02 arg-entries occurs 8 times.
             03 arg-kind picture x(4).
             03 arg-name picture x(40).
           02 filler picture x(517).
         01 result.
           02 rcode picture x(2).
           02 r-format picture x(4).
           02 r-instance picture x(16).
           02 r-entry-count picture 9.
           02 r-entries occurs 8 times.
             03 r-kind picture x(4).
             03 r-name picture x(40).
           02 r-built-at picture 9(14).
           02 r-bundle-hash picture 9(9).
           02 r-bundle-bytes picture 9(9).
           02 r-signed-with picture x.
           02 filler picture x(616).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-bundle-reg.
           if argc is less than 124
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 496
             move spaces to argv(argc + 1:496 - argc)
           end-if

           move function upper-case(arg-application)
             to arg-application
           move function upper-case(arg-action) to arg-action
           move function upper-case(arg-format) to arg-format
           move function upper-case(arg-instance) to arg-instance

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if

           if arg-application is equal to spaces
               or (not set-requested and not del-requested
                 and not show-requested)
             move 'iv' to rcode
             perform finish-short
           end-if

           move arg-application to ab-application
           read bundle-register-db record
             invalid key
               if not set-requested
                 move 'nf' to rcode
                 perform finish-short
               end-if
               move zero to had-record
             not invalid key
               move 1 to had-record
           end-read

           evaluate true
             when del-requested
               delete bundle-register-db record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-delete
               move 'ok' to rcode
               perform finish-short
             when set-requested
               perform set-register-entry
           end-evaluate

           perform answer-with-entry
           move 'ok' to rcode
           move 408 to result-length
           call 'audit-log' using
             by reference arg-application, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference arg-application, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * the list checked whole before anything is written: the
      * format render-build knows, the entries packed up with the
      * blanks left out, the first a section, every name on file.
      *----------------------------------------------------------------
       set-register-entry.
           if arg-format is not equal to 'PROP'
               and arg-format is not equal to 'INI '
               and arg-format is not equal to 'ENV '
               and arg-format is not equal to 'YAML'
             move 'iv' to rcode
             perform finish-short
           end-if

           if had-record is equal to 1
             move ab-built-at to kept-built-at
             move ab-bundle-hash to kept-bundle-hash
             move ab-bundle-bytes to kept-bundle-bytes
             move ab-signed-with to kept-signed-with
             move ab-last-try-at to kept-last-try-at
             move ab-last-try-rcode to kept-last-try-rcode
           else
             move zero to kept-built-at
             move zero to kept-bundle-hash
             move zero to kept-bundle-bytes
             move space to kept-signed-with
             move zero to kept-last-try-at
             move spaces to kept-last-try-rcode
           end-if

           move spaces to bundle-register-record
           move arg-application to ab-application
           move zero to entry-count
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than 8
             if arg-name(entry-ind) is not equal to spaces
               perform take-one-entry
             end-if
           end-perform
           if entry-count is equal to zero
             move 'iv' to rcode
             perform finish-short
           end-if
           if not ab-section-entry(1)
             move 'iv' to rcode
             perform finish-short
           end-if

           move arg-format to ab-format
           move arg-instance to ab-instance
           move function current-date(1:8) to ab-registered-on
           move audit-operator-name to ab-registered-by
           if ab-registered-by is equal to spaces
             move 'master-key' to ab-registered-by
           end-if
           move entry-count to ab-entry-count
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than 8
             move zero to ab-entry-hash(entry-ind)
           end-perform
           move kept-built-at to ab-built-at
           move kept-bundle-hash to ab-bundle-hash
           move kept-bundle-bytes to ab-bundle-bytes
           move kept-signed-with to ab-signed-with
           move kept-last-try-at to ab-last-try-at
           move kept-last-try-rcode to ab-last-try-rcode

           if had-record is equal to 1
             rewrite bundle-register-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-rewrite
           else
             write bundle-register-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-write
           end-if
           unlock bundle-register-db

           move spaces to audit-note
           string function trim(arg-format) delimited by size
               ' ' delimited by size
               entry-count delimited by size
               ' entr(ies) home ' delimited by size
               function trim(ab-name(1)) delimited by size
             into audit-note
           end-string.

       take-one-entry.
           move function upper-case(arg-kind(entry-ind))
             to arg-kind(entry-ind)
           move function upper-case(arg-name(entry-ind))
             to arg-name(entry-ind)
           evaluate arg-kind(entry-ind)
             when 'SECT'
               move arg-name(entry-ind) to name
               read sections-db record
                 invalid key
                   move 'bn' to rcode
                   perform finish-short
               end-read
             when 'VIEW'
               perform probe-view
               if view-found is equal to zero
                 move 'bn' to rcode
                 perform finish-short
               end-if
             when other
               move 'iv' to rcode
               perform finish-short
           end-evaluate
           add 1 to entry-count end-add
           move arg-kind(entry-ind) to ab-kind(entry-count)
           move arg-name(entry-ind) to ab-name(entry-count).

       probe-view.
           move zero to view-found
           move arg-name(entry-ind) to vw-name
           move zero to vw-seq
           start views-db
             key is greater than views-key
             invalid key
               exit paragraph
           end-start
           read views-db next record
             at end
               exit paragraph
           end-read
           if vw-name is equal to arg-name(entry-ind)(1:16)
               and arg-name(entry-ind)(17:24) is equal to spaces
             move 1 to view-found
           end-if.

       answer-with-entry.
           move ab-format to r-format
           move ab-instance to r-instance
           move ab-entry-count to r-entry-count
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than 8
             move ab-kind(entry-ind) to r-kind(entry-ind)
             move ab-name(entry-ind) to r-name(entry-ind)
           end-perform
           move ab-built-at to r-built-at
           move ab-bundle-hash to r-bundle-hash
           move ab-bundle-bytes to r-bundle-bytes
           move ab-signed-with to r-signed-with.

       end program bundle-reg.
