       identification division.
       program-id. render-build.

      * renders one section, or one named view (see viewsrecord.cpy),
      * as a config file ready to deploy (see renderdoc.cpy) - the
      * values get-section would serve right now, laid out and
      * escaped for the consuming tool instead of by each team's own
      * script:
      *   PROP  java .properties - key=value, backslash escapes in
      *         keys and values, \uNNNN for control bytes
      *   INI   one [section] (or [view]) group, key = value, the
      *         value double-quoted whenever a bare one would be
      *         misread (a leading blank, ; # " or a control byte)
      *   ENV   a shell-sourceable env file - KEY='value', names
      *         upper-cased with anything but letters and digits
      *         turned to '_', quotes closed around the '\'' idiom
      *   YAML  one flat mapping, every value a double-quoted scalar
      * each value is the whole logical value, chunk chain
      * reassembled (read-setting-value), expired values left out,
      * then resolved the way get-section.cbl resolves it - a
      * recurring value window open right now, then this instance's
      * overlay - and a section's derived params (calcrecord.cpy)
      * follow its stored ones, computed at render time and written
      * as plain numbers (no '=' mark: a config file wants the
      * value). read aliases are not rendered - a generated file
      * carries only the current names. a view's members are keyed
      * SECTION.param (SECTION_PARAM in ENV), a view spanning as
      * many sections as it likes; a member with no value on file is
      * left out. a name INI cannot carry as a key (= ; # or a
      * leading [) comes out as a comment saying so, never a line a
      * parser would misread.
      * the files are the shared connectors - the server has them
      * open, a batch caller opens them itself. out-rcode: ok, bn
      * (no such view), iv (unknown format), ck (a value failed its
      * checksum), tb (the document outgrew render-doc-text).
      * called by the render-sect command and the render-config
      * batch.

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy viewsdb.
         copy calcdb.
         copy overlaydb.
         copy valuewindowdb.

       data division.
       file section.
         copy settingrecord.
         copy viewsrecord.
         copy calcrecord.
         copy overlayrecord.
         copy valuewindowrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 doc-section picture x(40).
         01 doc-view picture x(16).
         01 walk-done picture 9.
         01 render-stopped picture 9.
         01 today-date picture 9(8).
         01 member-seq binary-long unsigned.
         01 base-param-name picture x(40).
         01 entry-section picture x(40).
         01 entry-param picture x(40).
         01 entry-value picture x(348).
         01 entry-expires picture 9(8).
         01 entry-found picture 9.
         01 entry-qualified picture 9.
         01 value-length binary-long unsigned.
         01 key-text picture x(81).
         01 key-length binary-long unsigned.
         01 key-plain picture 9.
         01 line-text picture x(2400).
         01 line-ptr binary-long unsigned.
         01 line-length binary-long unsigned.
         01 char-ind binary-long unsigned.
         01 one-char picture x.
         01 byte-value binary-long unsigned.
         01 hex-hi binary-long unsigned.
         01 hex-lo binary-long unsigned.
         77 hex-digits picture x(16) value '0123456789ABCDEF'.
         01 needs-quotes picture 9.
         01 ini-bad-count binary-long unsigned.
         01 hash-ind binary-long unsigned.
         01 hash-work binary-long unsigned.

      *----------------------------------------------------------------
      * read-access audit scratch - the params read for one section,
      * gathered until the section changes (a view's members can
      * hop between sections) and filed as one note.
      *----------------------------------------------------------------
         01 note-section picture x(40).
         01 note-params picture x(400).
         01 note-ptr binary-long unsigned.
         01 entry-stored picture 9.
         01 entry-derived picture 9.

      *----------------------------------------------------------------
      * derived-param scratch - the evaluation get-section.cbl's
      * evaluate-one-calc makes, operands through the shared keyed
      * read.
      *----------------------------------------------------------------
         01 calc-ok picture 9.
         01 calc-operand-name picture x(40).
         01 calc-operand-value picture x(348).
         01 calc-operand-expires picture 9(8).
         01 calc-operand-found picture 9.
         01 calc-op1 picture s9(12)v9(4).
         01 calc-op2 picture s9(12)v9(4).
         01 calc-result picture s9(12)v9(2).
         01 calc-result-edit picture -(12)9.99.

      *----------------------------------------------------------------
      * recurring value-window scratch - the judgement
      * get-section.cbl's judge-value-window makes, the calendar
      * asked at most once a render for each of the two days an
      * open window can belong to (9 unasked).
      *----------------------------------------------------------------
         01 window-now-date picture 9(8).
         01 window-now-time picture 9(4).
         01 window-day picture 9(8).
         01 window-day-int binary-long.
         01 window-dow binary-long.
         01 window-open picture 9.
         01 window-probe-date picture 9(8).
         01 window-today-business picture 9.
         01 window-yesterday-business picture 9.

       linkage section.
         01 in-target picture x(40).
         01 in-kind picture x(4).
         01 in-format picture x(4).
         copy renderdoc.
         01 out-rcode picture x(2).

       procedure division
         using in-target, in-kind, in-format, render-document,
           out-rcode.
       start-render-build.
           move 'ok' to out-rcode
           move zero to render-doc-length
           move zero to render-doc-lines
           move zero to render-doc-hash
           move spaces to render-doc-text
           move zero to render-stopped
           move spaces to note-section

           if in-format is not equal to 'PROP'
               and in-format is not equal to 'INI '
               and in-format is not equal to 'ENV '
               and in-format is not equal to 'YAML'
             move 'iv' to out-rcode
             goback
           end-if

           move function current-date(1:8) to today-date
           move function current-date(1:8) to window-now-date
           move function current-date(9:4) to window-now-time
           move 9 to window-today-business
           move 9 to window-yesterday-business

           if in-kind is equal to 'VIEW'
             perform render-view
           else
             perform render-section
           end-if
           perform flush-read-audit

           if out-rcode is equal to 'ok'
             perform fold-document-hash
           else
             move zero to render-doc-length
             move zero to render-doc-lines
           end-if
           goback.

      *----------------------------------------------------------------
      * every primary record of the section in key order (a chunk
      * continuation carries schunk-count zero and is stepped over),
      * then its derived params. read-setting-value parks the
      * record area on whatever chunk it read last, so the walk
      * re-keys from the param just rendered before every START.
      *----------------------------------------------------------------
       render-section.
           move in-target to doc-section
           move zero to entry-qualified
           perform open-document

           move doc-section to ssection-name
           move low-values to sparam-name
           move zero to walk-done
           perform
             until walk-done is equal to 1
               or render-stopped is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read settings-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if ssection-name is not equal to doc-section
                     move 1 to walk-done
                   else
                     move sparam-name to base-param-name
                     if schunk-count is greater than zero
                       perform render-stored-param
                     end-if
                     move doc-section to ssection-name
                     move base-param-name to sparam-name
                   end-if
               end-read
             end-if
           end-perform

           move doc-section to calc-section
           move low-values to calc-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
               or render-stopped is equal to 1
             start calcs-db
               key is greater than calc-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read calcs-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if calc-section is not equal to doc-section
                     move 1 to walk-done
                   else
                     perform render-derived-param
                   end-if
               end-read
             end-if
           end-perform.

       render-stored-param.
           move doc-section to entry-section
           move base-param-name to entry-param
           perform fetch-entry-value
           if entry-found is equal to 1
             perform note-entry-read
             move zero to entry-derived
             perform resolve-served-value
             perform emit-entry
           end-if.

      *----------------------------------------------------------------
      * a stored param answering to the derived one's name wins - the
      * definition is stale, not the data (get-section's rule).
      *----------------------------------------------------------------
       render-derived-param.
           move doc-section to entry-section
           move calc-param to entry-param
           perform fetch-entry-value
           if entry-found is equal to 1
               or render-stopped is equal to 1
             exit paragraph
           end-if
           perform evaluate-calc
           if calc-ok is equal to 1
             move spaces to entry-value
             move function trim(calc-result-edit) to entry-value
             move 1 to entry-derived
             perform resolve-served-value
             perform emit-entry
           end-if.

      *----------------------------------------------------------------
      * members in sequence order, each resolved as a stored value
      * or failing that as a derived param of its own section.
      *----------------------------------------------------------------
       render-view.
           move in-target(1:16) to doc-view
           move doc-view to vw-name
           move zero to vw-seq
           read views-db record
             invalid key
               move 'bn' to out-rcode
               exit paragraph
           end-read
           move 1 to entry-qualified
           perform open-document

           perform
             varying member-seq from 1 by 1
               until member-seq is greater than 99
                 or render-stopped is equal to 1
             move doc-view to vw-name
             move member-seq to vw-seq
             read views-db record
               invalid key
                 continue
               not invalid key
                 perform render-view-member
             end-read
           end-perform.

       render-view-member.
           move vw-section to entry-section
           move vw-param to entry-param
           perform fetch-entry-value
           if render-stopped is equal to 1
             exit paragraph
           end-if
           move zero to entry-derived
           if entry-found is equal to 1
             perform note-entry-read
           end-if
           if entry-found is equal to zero
             move entry-section to calc-section
             move entry-param to calc-param
             read calcs-db record
               invalid key
                 exit paragraph
             end-read
             perform evaluate-calc
             if calc-ok is equal to zero
               exit paragraph
             end-if
             move spaces to entry-value
             move function trim(calc-result-edit) to entry-value
             move 1 to entry-derived
           end-if
           perform resolve-served-value
           perform emit-entry.

      *----------------------------------------------------------------
      * the whole logical value of entry-section/entry-param through
      * the shared keyed read; an expired value is as good as gone
      * on the read side. a checksum failure stops the render 'ck'.
      *----------------------------------------------------------------
       fetch-entry-value.
           call 'read-setting-value' using
               by reference entry-section
               by reference entry-param
               by reference entry-value
               by reference entry-expires
             returning entry-found
           end-call
           if entry-found is equal to 2
             move 'ck' to out-rcode
             move 1 to render-stopped
             move zero to entry-found
             exit paragraph
           end-if
           if entry-found is equal to 1
               and entry-expires is greater than zero
               and entry-expires is less than or equal to today-date
             move zero to entry-found
           end-if.

      *----------------------------------------------------------------
      * a stored value read for the document is a read like any
      * get-section serves: the param goes to the per-param read
      * tracking, and its name joins the section's read-access note
      * (read-audit-note files only sections flagged sensitive).
      * nothing is filed for a caller that left the reader blank.
      *----------------------------------------------------------------
       note-entry-read.
           if render-reader-cmd is equal to spaces
             exit paragraph
           end-if
           call 'param-read-note' using
             by reference entry-section
             by reference entry-param
           end-call
           if entry-section is not equal to note-section
               or note-ptr + 41 is greater than 400
             perform flush-read-audit
             move entry-section to note-section
             move spaces to note-params
             move 1 to note-ptr
           end-if
           string function trim(entry-param) delimited by size
               ' ' delimited by size
             into note-params
             with pointer note-ptr
           end-string.

       flush-read-audit.
           if note-section is equal to spaces
             exit paragraph
           end-if
           call 'read-audit-note' using
             by reference note-section
             by reference render-reader-cmd
             by reference render-reader-key
             by reference render-reader-owner
             by reference note-params
           end-call
           move spaces to note-section.

       evaluate-calc.
           move zero to calc-ok
           move calc-operand-1 to calc-operand-name
           perform fetch-calc-operand
           if calc-operand-found is not equal to 1
             exit paragraph
           end-if
           move calc-op2 to calc-op1

           if calc-operand-2(1:1) is numeric
               or calc-operand-2(1:1) is equal to '-'
             move function numval(calc-operand-2) to calc-op2
           else
             move calc-operand-2 to calc-operand-name
             perform fetch-calc-operand
             if calc-operand-found is not equal to 1
               exit paragraph
             end-if
           end-if

           evaluate calc-operator
             when '+'
               compute calc-result = calc-op1 + calc-op2
               end-compute
             when '-'
               compute calc-result = calc-op1 - calc-op2
               end-compute
             when '*'
               compute calc-result = calc-op1 * calc-op2
               end-compute
             when '/'
               if calc-op2 is equal to zero
                 exit paragraph
               end-if
               compute calc-result = calc-op1 / calc-op2
               end-compute
             when other
               exit paragraph
           end-evaluate
           move calc-result to calc-result-edit
           move 1 to calc-ok.

       fetch-calc-operand.
           call 'read-setting-value' using
               by reference calc-section
               by reference calc-operand-name
               by reference calc-operand-value
               by reference calc-operand-expires
             returning calc-operand-found
           end-call
           if calc-operand-found is equal to 1
             move function numval(calc-operand-value(1:40))
               to calc-op2
           end-if.

      *----------------------------------------------------------------
      * get-section's order: an open value window replaces the
      * stored value, then this instance's overlay replaces
      * whatever that left. a derived value has no window of its
      * own - get-section keys windows on stored names only.
      *----------------------------------------------------------------
       resolve-served-value.
           if entry-derived is equal to zero
             move entry-section to win-section
             move entry-param to win-param
             read value-windows-db record
               invalid key
                 continue
               not invalid key
                 perform judge-value-window
                 if window-open is equal to 1
                   move spaces to entry-value
                   move win-value to entry-value
                 end-if
             end-read
           end-if

           if config-instance-name is not equal to spaces
             move entry-section to ov-section
             move entry-param to ov-param
             move config-instance-name to ov-instance
             read overlays-db record
               invalid key
                 continue
               not invalid key
                 move spaces to entry-value
                 move ov-value to entry-value
             end-read
           end-if.

      *----------------------------------------------------------------
      * the clock against the window in hand - see get-section.cbl's
      * judge-value-window, which this follows step for step.
      *----------------------------------------------------------------
       judge-value-window.
           move zero to window-open
           move window-now-date to window-day
           if win-from is not equal to win-to
             if win-from is less than win-to
               if window-now-time is less than win-from
                   or window-now-time is not less than win-to
                 exit paragraph
               end-if
             else
               if window-now-time is less than win-from
                   and window-now-time is not less than win-to
                 exit paragraph
               end-if
               if window-now-time is less than win-to
                 move function date-of-integer(
                     function integer-of-date(window-now-date) - 1)
                   to window-day
               end-if
             end-if
           end-if

           compute window-day-int =
             function integer-of-date(window-day)
           end-compute
           compute window-dow = function mod(window-day-int, 7)
           end-compute
           if window-dow is equal to zero
             move 7 to window-dow
           end-if
           if win-days(window-dow:1) is not equal to 'Y'
             exit paragraph
           end-if

           if win-business-days is equal to 'Y'
             if window-day is equal to window-now-date
               if window-today-business is equal to 9
                 move window-day to window-probe-date
                 call 'next-business-day' using
                   by reference window-probe-date
                 end-call
                 move zero to window-today-business
                 if window-probe-date is equal to window-day
                   move 1 to window-today-business
                 end-if
               end-if
               if window-today-business is equal to zero
                 exit paragraph
               end-if
             else
               if window-yesterday-business is equal to 9
                 move window-day to window-probe-date
                 call 'next-business-day' using
                   by reference window-probe-date
                 end-call
                 move zero to window-yesterday-business
                 if window-probe-date is equal to window-day
                   move 1 to window-yesterday-business
                 end-if
               end-if
               if window-yesterday-business is equal to zero
                 exit paragraph
               end-if
             end-if
           end-if
           move 1 to window-open.

      *----------------------------------------------------------------
      * the opening lines: where the file came from (and for which
      * instance, overlays being per instance), then INI's group.
      *----------------------------------------------------------------
       open-document.
           move spaces to line-text
           move 1 to line-ptr
           if in-format is equal to 'INI '
             string '; ' delimited by size
               into line-text with pointer line-ptr
             end-string
           else
             string '# ' delimited by size
               into line-text with pointer line-ptr
             end-string
           end-if
           if in-kind is equal to 'VIEW'
             string 'rendered from view ' delimited by size
                 function trim(doc-view) delimited by size
               into line-text with pointer line-ptr
             end-string
           else
             string 'rendered from section ' delimited by size
                 function trim(doc-section) delimited by size
               into line-text with pointer line-ptr
             end-string
           end-if
           if config-instance-name is not equal to spaces
             string ', instance ' delimited by size
                 function trim(config-instance-name) delimited by size
               into line-text with pointer line-ptr
             end-string
           end-if
           perform append-line

           if in-format is equal to 'INI '
             move spaces to line-text
             move 1 to line-ptr
             string '[' delimited by size
               into line-text with pointer line-ptr
             end-string
             if in-kind is equal to 'VIEW'
               string function trim(doc-view) delimited by size
                 into line-text with pointer line-ptr
               end-string
             else
               string function trim(doc-section) delimited by size
                 into line-text with pointer line-ptr
               end-string
             end-if
             string ']' delimited by size
               into line-text with pointer line-ptr
             end-string
             perform append-line
           end-if.

      *----------------------------------------------------------------
      * one key/value line in the document's format. the value's
      * trailing blanks are the fixed field's padding, not data.
      *----------------------------------------------------------------
       emit-entry.
           if render-stopped is equal to 1
             exit paragraph
           end-if
           move spaces to key-text
           if entry-qualified is equal to 1
             string function trim(entry-section) delimited by size
                 '.' delimited by size
                 function trim(entry-param) delimited by size
               into key-text
             end-string
           else
             move entry-param to key-text
           end-if
           move 81 to key-length
           perform
             until key-length is equal to zero
               or key-text(key-length:1) is not equal to space
             subtract 1 from key-length end-subtract
           end-perform
           move 348 to value-length
           perform
             until value-length is equal to zero
               or entry-value(value-length:1) is not equal to space
             subtract 1 from value-length end-subtract
           end-perform

           move spaces to line-text
           move 1 to line-ptr
           evaluate in-format
             when 'PROP'
               perform format-prop-line
             when 'INI '
               perform format-ini-line
             when 'ENV '
               perform format-env-line
             when 'YAML'
               perform format-yaml-line
           end-evaluate
           perform append-line.

       format-prop-line.
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than key-length
             move key-text(char-ind:1) to one-char
             if one-char is equal to space
                 or one-char is equal to ':'
                 or one-char is equal to '='
                 or one-char is equal to '#'
                 or one-char is equal to '!'
                 or one-char is equal to '\'
               string '\' delimited by size
                 into line-text with pointer line-ptr
               end-string
             end-if
             perform put-one-char
           end-perform
           string '=' delimited by size
             into line-text with pointer line-ptr
           end-string
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than value-length
             move entry-value(char-ind:1) to one-char
             evaluate true
               when one-char is equal to '\'
                 string '\\' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when one-char is equal to space
                   and char-ind is equal to 1
                 string '\ ' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when one-char is less than space
                 perform put-control-escape
               when other
                 perform put-one-char
             end-evaluate
           end-perform.

       format-ini-line.
           move zero to ini-bad-count
           inspect key-text(1:key-length) tallying ini-bad-count
             for all '=' all ';' all '#'
           if key-text(1:1) is equal to '['
               or ini-bad-count is greater than zero
             string '; not expressible as an INI key: '
                 delimited by size
                 key-text(1:key-length) delimited by size
               into line-text with pointer line-ptr
             end-string
             exit paragraph
           end-if
           string key-text(1:key-length) delimited by size
               ' =' delimited by size
             into line-text with pointer line-ptr
           end-string
           if value-length is equal to zero
             exit paragraph
           end-if

           move zero to needs-quotes
           if entry-value(1:1) is equal to space
             move 1 to needs-quotes
           end-if
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than value-length
             move entry-value(char-ind:1) to one-char
             if one-char is equal to ';'
                 or one-char is equal to '#'
                 or one-char is equal to '"'
                 or one-char is less than space
               move 1 to needs-quotes
             end-if
           end-perform

           string ' ' delimited by size
             into line-text with pointer line-ptr
           end-string
           if needs-quotes is equal to zero
             string entry-value(1:value-length) delimited by size
               into line-text with pointer line-ptr
             end-string
             exit paragraph
           end-if
           string '"' delimited by size
             into line-text with pointer line-ptr
           end-string
           perform put-quoted-value
           string '"' delimited by size
             into line-text with pointer line-ptr
           end-string.

       format-env-line.
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than key-length
             move function upper-case(key-text(char-ind:1))
               to one-char
             if (one-char is less than 'A' or one-char is greater
                   than 'Z')
                 and (one-char is less than '0' or one-char is
                   greater than '9')
               move '_' to one-char
             end-if
             if char-ind is equal to 1
                 and one-char is not less than '0'
                 and one-char is not greater than '9'
               string '_' delimited by size
                 into line-text with pointer line-ptr
               end-string
             end-if
             perform put-one-char
           end-perform
           string '=''' delimited by size
             into line-text with pointer line-ptr
           end-string
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than value-length
             move entry-value(char-ind:1) to one-char
             evaluate true
               when one-char is equal to ''''
                 string '''\''''' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when one-char is less than space
                 string '''$''' delimited by size
                   into line-text with pointer line-ptr
                 end-string
                 perform put-hex-escape
                 string '''''' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when other
                 perform put-one-char
             end-evaluate
           end-perform
           string '''' delimited by size
             into line-text with pointer line-ptr
           end-string.

       format-yaml-line.
           move 1 to key-plain
           if (key-text(1:1) is less than 'A'
                 or key-text(1:1) is greater than 'Z')
               and (key-text(1:1) is less than 'a'
                 or key-text(1:1) is greater than 'z')
               and key-text(1:1) is not equal to '_'
             move zero to key-plain
           end-if
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than key-length
             move key-text(char-ind:1) to one-char
             if (one-char is less than 'A' or one-char is greater
                   than 'Z')
                 and (one-char is less than 'a' or one-char is
                   greater than 'z')
                 and (one-char is less than '0' or one-char is
                   greater than '9')
                 and one-char is not equal to '_'
                 and one-char is not equal to '.'
                 and one-char is not equal to '-'
               move zero to key-plain
             end-if
           end-perform
           if key-plain is equal to 1
             string key-text(1:key-length) delimited by size
               into line-text with pointer line-ptr
             end-string
           else
             string '"' delimited by size
               into line-text with pointer line-ptr
             end-string
             perform
               varying char-ind from 1 by 1
                 until char-ind is greater than key-length
               move key-text(char-ind:1) to one-char
               if one-char is equal to '"'
                   or one-char is equal to '\'
                 string '\' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               end-if
               perform put-one-char
             end-perform
             string '"' delimited by size
               into line-text with pointer line-ptr
             end-string
           end-if
           string ': "' delimited by size
             into line-text with pointer line-ptr
           end-string
           perform put-quoted-value
           string '"' delimited by size
             into line-text with pointer line-ptr
           end-string.

      *----------------------------------------------------------------
      * the value inside double quotes, INI and YAML alike:
      * backslash and quote escaped, control bytes as \t \n \r or
      * \xNN.
      *----------------------------------------------------------------
       put-quoted-value.
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than value-length
             move entry-value(char-ind:1) to one-char
             evaluate true
               when one-char is equal to '\'
                 string '\\' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when one-char is equal to '"'
                 string '\"' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               when one-char is less than space
                 perform put-control-escape
               when other
                 perform put-one-char
             end-evaluate
           end-perform.

       put-one-char.
           move one-char to line-text(line-ptr:1)
           add 1 to line-ptr end-add.

      *----------------------------------------------------------------
      * tab, newline and carriage return by their letters, anything
      * else below a blank as \xNN (\u00NN in .properties, which
      * has no \x).
      *----------------------------------------------------------------
       put-control-escape.
           evaluate one-char
             when x'09'
               string '\t' delimited by size
                 into line-text with pointer line-ptr
               end-string
             when x'0a'
               string '\n' delimited by size
                 into line-text with pointer line-ptr
               end-string
             when x'0d'
               string '\r' delimited by size
                 into line-text with pointer line-ptr
               end-string
             when other
               if in-format is equal to 'PROP'
                 string '\u00' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               else
                 string '\x' delimited by size
                   into line-text with pointer line-ptr
                 end-string
               end-if
               perform put-hex-pair
           end-evaluate.

      *    ENV's $'...' form spells every control byte as \xNN.
       put-hex-escape.
           string '\x' delimited by size
             into line-text with pointer line-ptr
           end-string
           perform put-hex-pair.

       put-hex-pair.
           compute byte-value = function ord(one-char) - 1
           end-compute
           divide byte-value by 16 giving hex-hi remainder hex-lo
           end-divide
           move hex-digits(hex-hi + 1:1) to line-text(line-ptr:1)
           move hex-digits(hex-lo + 1:1) to line-text(line-ptr + 1:1)
           add 2 to line-ptr end-add.

      *----------------------------------------------------------------
      * the line just built onto the document, newline ended. a
      * document that would outgrow render-doc-text stops the
      * render 'tb' - a config file cut short is worse than none.
      *----------------------------------------------------------------
       append-line.
           compute line-length = line-ptr - 1 end-compute
           if render-doc-length + line-length + 1 is greater than
               function length(render-doc-text)
             move 'tb' to out-rcode
             move 1 to render-stopped
             exit paragraph
           end-if
           if line-length is greater than zero
             move line-text(1:line-length)
               to render-doc-text(render-doc-length + 1:line-length)
             add line-length to render-doc-length end-add
           end-if
           add 1 to render-doc-length end-add
           move x'0a' to render-doc-text(render-doc-length:1)
           add 1 to render-doc-lines end-add.

       fold-document-hash.
           move 17 to hash-work
           perform
             varying hash-ind from 1 by 1
               until hash-ind is greater than render-doc-length
             compute hash-work = function mod(
                 hash-work * 31
                 + function ord(render-doc-text(hash-ind:1)) - 1,
               99999989)
             end-compute
           end-perform
           move hash-work to render-doc-hash.

       end program render-build.
