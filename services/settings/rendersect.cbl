       identification division.
       program-id. render-sect.

      * a section, or a named view, as a config file ready to deploy
      * - .properties, .ini, a shell env file or YAML, laid out and
      * escaped by render-build.cbl (see renderdoc.cpy) so no
      * consuming team has to turn get-section output into one
      * itself. authenticated the way the rendered values are read:
      * a section by one of its own keys (any scope - this is a
      * read), a view by the view's key (see get-view.cbl).
      *   arg-kind     'SECT' (blank) or 'VIEW'
      *   arg-format   PROP, INI, ENV or YAML
      *   arg-part-seq the document comes back 960 bytes a part,
      *                part 001 (blank or unsent) first; every part
      *                carries the whole document's length, line
      *                count and hash, and the last one carries
      *                r-last-part 1. each part is a fresh render,
      *                so a caller that sees the hash change between
      *                parts (a write, a window opening) starts again
      *                from part 001 rather than stitch two versions.
      * render-config.cbl writes the same document into DROPDIR.
      * every stored value a render reads is filed in the read-access
      * audit and the per-param read tracking under the presenting
      * key - each part is a fresh render, so each part call files
      * the whole document's reads.
      * rcodes: ok, kw, na, ke, tl, bn, pd, iv, nf (part past the
      * end), ck, tb (section too large to render).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy viewsdb.

       data division.
       file section.
         copy sectionrecord.
         copy viewsrecord.

       working-storage section.
         copy serverconfig.
         copy sessionlist.
         copy renderdoc.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 ind picture 99.
         01 audit-cmd-name picture x(11) value 'render-sect'.
         01 audit-section-name picture x(40).
         01 keys-equal picture 9.
         01 key-age-status picture 9.
         01 key-in-grace picture 9 value zero.
         01 rate-allows picture 9.
         01 profile-allows picture 9.
         01 profile-param picture x(40) value spaces.
         01 build-rcode picture x(2).
         01 part-seq binary-long unsigned.
         01 part-offset binary-long unsigned.
         77 part-width binary-long unsigned value 960.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 target-name picture x(40).
           02 skey picture x(80).
           02 arg-kind picture x(4).
           02 arg-format picture x(4).
      *    optional - unsent reads as the first part.
           02 arg-part-seq picture x(3).
           02 filler picture x(882).
         01 result.
           02 rcode picture x(2).
           02 r-doc-length picture 9(9).
           02 r-doc-lines picture 9(6).
           02 r-doc-hash picture 9(9).
           02 r-last-part picture 9.
           02 r-part-length picture 9(3).
           02 r-part-data picture x(960).
           02 filler picture x(34).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-render-sect.
           if argc is less than 128
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 131
             move spaces to arg-part-seq
           end-if

           move zero to key-in-grace
           move function upper-case(target-name) to target-name
           move function upper-case(arg-kind) to arg-kind
           move function upper-case(arg-format) to arg-format
           if arg-kind is equal to spaces
             move 'SECT' to arg-kind
           end-if
           move 1 to part-seq
           if arg-part-seq is numeric
             move arg-part-seq to part-seq
           end-if

           if arg-kind is equal to 'VIEW'
             move spaces to audit-section-name
             perform authenticate-view
           else
             move target-name to audit-section-name
             if arg-kind is not equal to 'SECT'
               move 'iv' to rcode
               perform finish-short
             end-if
             perform authenticate-section
           end-if

           move audit-cmd-name to render-reader-cmd
           move skey to render-reader-key
           move spaces to render-reader-owner
           if arg-kind is equal to 'VIEW'
             string 'VIEW ' delimited by size
                 function trim(target-name(1:16)) delimited by size
               into render-reader-owner
             end-string
           end-if
           call 'render-build' using
             by reference target-name
             by reference arg-kind
             by reference arg-format
             by reference render-document
             by reference build-rcode
           end-call
           if build-rcode is not equal to 'ok'
             move build-rcode to rcode
             perform finish-short
           end-if

           if part-seq is equal to zero
             move 'nf' to rcode
             perform finish-short
           end-if
           compute part-offset = (part-seq - 1) * part-width
           end-compute
           if part-offset is not less than render-doc-length
             move 'nf' to rcode
             perform finish-short
           end-if

           move 'ok' to rcode
           if key-in-grace is equal to 1
             move 'kw' to rcode
           end-if
           move render-doc-length to r-doc-length
           move render-doc-lines to r-doc-lines
           move render-doc-hash to r-doc-hash
           move spaces to r-part-data
           move part-width to r-part-length
           move zero to r-last-part
           if render-doc-length - part-offset is not greater than
               part-width
             compute r-part-length = render-doc-length - part-offset
             end-compute
             move 1 to r-last-part
           end-if
           move render-doc-text(part-offset + 1:r-part-length)
             to r-part-data(1:r-part-length)
           compute result-length = 30 + r-part-length
           end-compute
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * a section's own keys, with get-section's gates: key age,
      * the per-key request budget and the named-profile policy.
      * falls through only for a key that passed them all.
      *----------------------------------------------------------------
       authenticate-section.
           if skey is equal to spaces
               and session-current-flag is equal to 1
               and session-current-section is equal to target-name
             move session-current-key to skey
           end-if

           move target-name to name
           read sections-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read

           perform
             varying ind
               from 1 by 1 until ind is greater than api-keys-count
             call 'const-time-eq' using
                 by reference skey
                 by reference api-key(ind)
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               call 'check-key-age' using
                   by reference api-key-added-on(ind)
                 returning key-age-status
               end-call
               if key-age-status is equal to 2
                 move 'ke' to rcode
                 perform finish-short
               end-if
               if key-age-status is equal to 1
                 move 1 to key-in-grace
               end-if
               call 'rate-limit-check' using
                   by reference api-key(ind)
                 returning rate-allows
               end-call
               if rate-allows is equal to zero
                 move 'tl' to rcode
                 perform finish-short
               end-if
               call 'profile-check' using
                   by reference skey
                   by reference target-name
                   by reference audit-cmd-name
                   by reference profile-param
                 returning profile-allows
               end-call
               if profile-allows is equal to zero
                 move 'pd' to rcode
                 perform finish-short
               end-if
               exit paragraph
             end-if
           end-perform

           move 'na' to rcode
           perform finish-short.

      *----------------------------------------------------------------
      * view names fold to a single case - see define-view.cbl. the
      * view's key lives on its header record, sequence zero.
      *----------------------------------------------------------------
       authenticate-view.
           move target-name(1:16) to vw-name
           move zero to vw-seq
           read views-db record
             invalid key
               move 'bn' to rcode
               perform finish-short
           end-read
           call 'const-time-eq' using
               by reference skey
               by reference vw-api-key
             returning keys-equal
           end-call
           if keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program render-sect.
