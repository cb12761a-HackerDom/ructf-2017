      * compiled for (layoutversions.cpy), and answers how the
      * caller should proceed:
      *   0 - every file is at this build's version, serve normally
      *   1 - some file is exactly one version behind and this
      *       build still reads that shape (the -oldest constants
      *       in layoutversions.cpy): serve (the rolling-upgrade
      *       window), and somebody should run migrate-layout when
      *       convenient
      *   2 - some file is older than the window, or NEWER than
      *       this build knows - refuse to serve; migrate the
      *       files or upgrade the build
      * no registry at all is a bootstrap: files already on disk
      * predate versioning, which is version 1 by definition; a
      * file not there yet will be created by this build, at its
      * own version. the registry is stamped that way and judged
      * like any other. settings.cbl calls this at
      * start-up; the standalone batches inherit safety from the
      * listener having gated the shared files.
      * registry line, fixed columns:

       working-storage section.
         copy serverconfig.
         copy settingsroute.
         copy layoutversions.
       01 registry-status-1 picture xx.
       01 at-eof picture 9.
       01 sections-version binary-long unsigned value zero.
       01 settings-version binary-long unsigned value zero.
       01 history-version binary-long unsigned value zero.
       01 worst-answer picture 9.
       01 one-answer picture 9.
       01 file-version binary-long unsigned.
       01 build-version binary-long unsigned.
       01 oldest-version binary-long unsigned.
       01 probe-path picture x(255).
       01 probe-info picture x(16).
       01 probe-rc binary-long.

       linkage section.
       01 out-verdict picture 9.
       start-check-layout-versions.
           open input registry-file
           if registry-status-1 is not equal to '00'
             close registry-file
             perform bootstrap-registry
             open input registry-file
           end-if
           move zero to at-eof
           perform
                 if reg-stem is equal to 'settings'
                   move reg-version to settings-version
                 end-if
                 if reg-stem is equal to 'setting-history'
                   move reg-version to history-version
                 end-if
             end-read
           end-perform
           close registry-file
           if settings-version is equal to zero
             move 1 to settings-version
           end-if
           if history-version is equal to zero
             move 1 to history-version
           end-if

           move zero to worst-answer
           move sections-version to file-version
           move sections-layout-current to build-version
           move sections-layout-oldest to oldest-version
           perform judge-one-file
           if one-answer is greater than worst-answer
             move one-answer to worst-answer
           end-if
           move settings-version to file-version
           move settings-layout-current to build-version
           move settings-layout-oldest to oldest-version
           perform judge-one-file
           if one-answer is greater than worst-answer
             move one-answer to worst-answer
           end-if
           move history-version to file-version
           move history-layout-current to build-version
           move history-layout-oldest to oldest-version
           perform judge-one-file
           if one-answer is greater than worst-answer
             move one-answer to worst-answer
             when file-version is equal to build-version
               move zero to one-answer
             when file-version + 1 is equal to build-version
                 and file-version is not less than oldest-version
               move 1 to one-answer
             when other
               move 2 to one-answer
           end-evaluate.

      *----------------------------------------------------------------
      * first start under versioning: a file already on disk was
      * written before versions were kept - layout 1 - and one not
      * yet created will be written at this build's version.
      *----------------------------------------------------------------
       bootstrap-registry.
           open output registry-file
           move 'sections' to reg-stem
           move ' ' to registry-line(25:1)
           move sections-layout-current to reg-version
           move sections-dat-path to probe-path
           perform probe-data-file
           if probe-rc is equal to zero
             move 1 to reg-version
           end-if
           move ' ' to registry-line(30:1)
           move function current-date(1:8) to reg-stamped-on
           write registry-line
           move 'settings' to reg-stem
           move ' ' to registry-line(25:1)
           move settings-layout-current to reg-version
      *    a partitioned store (settingsroute.cpy) is there when its
      *    first partition is.
           call 'settings-route' using by content 'L' end-call
           move sroute-part-path(1) to probe-path
           perform probe-data-file
           if probe-rc is equal to zero
             move 1 to reg-version
           end-if
           move ' ' to registry-line(30:1)
           move function current-date(1:8) to reg-stamped-on
           write registry-line
           move spaces to registry-line
           move 'setting-history' to reg-stem
           move ' ' to registry-line(25:1)
           move history-layout-current to reg-version
           move setting-history-dat-path to probe-path
           perform probe-data-file
           if probe-rc is equal to zero
             move 1 to reg-version
           end-if
           move ' ' to registry-line(30:1)
           move function current-date(1:8) to reg-stamped-on
           write registry-line
           close registry-file.

       probe-data-file.
           call 'CBL_CHECK_FILE_EXIST' using
               probe-path probe-info
             returning probe-rc
           end-call.

       end program check-layout-versions.
