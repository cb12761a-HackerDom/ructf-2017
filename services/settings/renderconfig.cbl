       identification division.
       program-id. render-config.

      * standalone batch job - the render-sect command's document
      * (see render-build.cbl and renderdoc.cpy) written into DROPDIR
      * for deploy tooling that picks files up instead of holding a
      * socket:
      *   <dropdir>/<section>.<ext>       for a section
      *   <dropdir>/<view>.view.<ext>     for a named view
      * the extension following the format - .properties, .ini,
      * .env, .yaml. the file is written as <name>.tmp and renamed
      * over the old one, so a watcher only ever sees a whole file
      * (write-metrics-feed.cbl's rule). its last line is the
      * checksum trailer, a comment in the file's own syntax ('#',
      * ';' for INI):
      *   # render-config sum=<n> bytes=<n> lines=<n>
      * bytes and lines count everything above the trailer, each
      * line's newline included, and sum is the artifact-store fold
      * over those bytes - 17 to start, then for each byte
      * sum = (sum * 31 + byte value) mod 99999989 - so the deploy
      * step can tell a whole file from a short one before it
      * installs it. the render runs as this host's INSTANCE, its
      * overlays applied. exit code 0 written, 1 not.
      * usage:
      *   render-config <section-or-view> <PROP|INI|ENV|YAML> [VIEW]

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

         select render-file assign to render-tmp-path
           organization is line sequential
           file status is render-status.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy viewsrecord.
         copy calcrecord.
         copy overlayrecord.
         copy valuewindowrecord.
         copy sensrecord.

       fd render-file.
       01 render-line picture x(2400).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy renderdoc.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 arg-target picture x(40).
       01 arg-format picture x(4).
       01 arg-kind picture x(4).
       01 build-rcode picture x(2).
       01 render-status picture xx.
       01 render-path picture x(255).
       01 render-tmp-path picture x(255).
       01 file-ext picture x(11).
       01 line-start binary-long unsigned.
       01 text-ind binary-long unsigned.
       01 line-length binary-long unsigned.
       01 trailer-mark picture x.
       01 sum-display picture 9(9).
       01 bytes-display picture z(8)9.
       01 lines-display picture z(5)9.

       procedure division.
       start-render-config.
           move spaces to arg-target
           move spaces to arg-format
           move spaces to arg-kind
           accept arg-target from argument-value
           accept arg-format from argument-value
           accept arg-kind from argument-value
           move function upper-case(arg-target) to arg-target
           move function upper-case(arg-format) to arg-format
           move function upper-case(arg-kind) to arg-kind
           if arg-kind is equal to spaces
             move 'SECT' to arg-kind
           end-if

           evaluate arg-format
             when 'PROP'
               move '.properties' to file-ext
             when 'INI '
               move '.ini' to file-ext
             when 'ENV '
               move '.env' to file-ext
             when 'YAML'
               move '.yaml' to file-ext
             when other
               move spaces to file-ext
           end-evaluate
           if arg-target is equal to spaces
               or file-ext is equal to spaces
               or (arg-kind is not equal to 'SECT'
                 and arg-kind is not equal to 'VIEW')
             display 'render-config: usage: render-config '
               '<section-or-view> <PROP|INI|ENV|YAML> [VIEW]'
               end-display
             move 1 to return-code
             goback
           end-if

           call 'load-data-paths' end-call
           if drop-dir-path is equal to spaces
             display 'render-config: no DROPDIR configured'
               end-display
             move 1 to return-code
             goback
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

           move spaces to render-reader-cmd
           move spaces to render-reader-key
           move spaces to render-reader-owner
           move 'ok' to build-rcode
           if arg-kind is equal to 'SECT'
             move arg-target to name
             read sections-db record
               invalid key
                 move 'bn' to build-rcode
             end-read
           end-if
           if build-rcode is equal to 'ok'
             call 'render-build' using
               by reference arg-target
               by reference arg-kind
               by reference arg-format
               by reference render-document
               by reference build-rcode
             end-call
           end-if

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close views-db
           close calcs-db
           close overlays-db
           close value-windows-db
           close sensitive-db

           if build-rcode is not equal to 'ok'
             perform report-refusal
             move 1 to return-code
             goback
           end-if

           perform write-render-file
           goback.

       report-refusal.
           evaluate build-rcode
             when 'bn'
               if arg-kind is equal to 'VIEW'
                 display 'render-config: no such view: '
                   function trim(arg-target) end-display
               else
                 display 'render-config: no such section: '
                   function trim(arg-target) end-display
               end-if
             when 'ck'
               display 'render-config: '
                 function trim(arg-target)
                 ' holds a value that fails its checksum - '
                 'nothing written' end-display
             when 'tb'
               display 'render-config: '
                 function trim(arg-target)
                 ' renders larger than one document holds - '
                 'nothing written' end-display
             when other
               display 'render-config: render refused ('
                 build-rcode ')' end-display
           end-evaluate.

      *----------------------------------------------------------------
      * the document line by line into the .tmp file, the trailer
      * after it, then the rename that makes it visible.
      *----------------------------------------------------------------
       write-render-file.
           move spaces to render-path
           if arg-kind is equal to 'VIEW'
             string function trim(drop-dir-path) delimited by size
                 '/' delimited by size
                 function trim(arg-target) delimited by size
                 '.view' delimited by size
                 function trim(file-ext) delimited by size
               into render-path
             end-string
           else
             string function trim(drop-dir-path) delimited by size
                 '/' delimited by size
                 function trim(arg-target) delimited by size
                 function trim(file-ext) delimited by size
               into render-path
             end-string
           end-if
           move spaces to render-tmp-path
           string function trim(render-path) delimited by size
               '.tmp' delimited by size
             into render-tmp-path
           end-string

           open output render-file
           if render-status is not equal to '00'
             display 'render-config: cannot write '
               function trim(render-tmp-path) ' (status '
               render-status ')' end-display
             move 1 to return-code
             exit paragraph
           end-if

           move 1 to line-start
           perform
             varying text-ind from 1 by 1
               until text-ind is greater than render-doc-length
             if render-doc-text(text-ind:1) is equal to x'0a'
               compute line-length = text-ind - line-start
               end-compute
               move spaces to render-line
               if line-length is greater than zero
                 move render-doc-text(line-start:line-length)
                   to render-line(1:line-length)
               end-if
               write render-line end-write
               compute line-start = text-ind + 1 end-compute
             end-if
           end-perform

           move '#' to trailer-mark
           if arg-format is equal to 'INI '
             move ';' to trailer-mark
           end-if
           move render-doc-hash to sum-display
           move render-doc-length to bytes-display
           move render-doc-lines to lines-display
           move spaces to render-line
           string trailer-mark delimited by size
               ' render-config sum=' delimited by size
               sum-display delimited by size
               ' bytes=' delimited by size
               function trim(bytes-display) delimited by size
               ' lines=' delimited by size
               function trim(lines-display) delimited by size
             into render-line
           end-string
           write render-line end-write
           close render-file

           call 'CBL_RENAME_FILE' using
             render-tmp-path render-path
           end-call
           display 'render-config: ' function trim(render-path)
             ' written, ' function trim(lines-display) ' lines'
             end-display.

       end program render-config.
