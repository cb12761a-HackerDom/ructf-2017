       identification division.
       program-id. param-hygiene.

      * standalone batch job - the param naming hygiene report, for
      * planning renames. the same setting stored as DB_HOST in one
      * section, db_host in a second and DBHOST or DB_HOSTNAME in a
      * third defeats aggregate, views and fleet-push by tag, which
      * all match names exactly. every distinct param name in
      * settings.dat (all partitions, off the sparam-name alternate
      * key, continuation chunks left out) is gathered with the
      * sections holding it, and names are clustered when
      *   - they are the same once case and punctuation are folded
      *     away (DB_HOST, db_host, DB-HOST, DBHOST), or
      *   - their folded forms are within NAMEEDITDIST edits of
      *     each other (settings.cfg, default 2), both five or more
      *     characters long and starting or ending alike - unless
      *     they differ only in their digits (PORT1, PORT2 are two
      *     things), or
      *   - one is the other plus a filler word: NAME, ADDR,
      *     ADDRESS, VALUE or VAL (DB_HOST, DB_HOSTNAME).
      * each cluster lists every variant with the number of
      * sections using it, the first of them, and the data-
      * dictionary entry (dictionaryrecord.cpy) for it where one
      * exists. then every name that breaks the configured naming
      * convention (NAMESTYLE and NAMEMAXLEN - see serverconfig
      * .cpy), with what it breaks. clusters are candidates for a
      * human to judge, not verdicts. holds 5000 distinct names.
      * exit code is the number of clusters plus the number of
      * convention breaks.
      * usage:
      *   param-hygiene

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy dictionarydb.

       data division.
       file section.
         copy settingrecord.
         copy dictionaryrecord.

       working-storage section.
         copy serverconfig.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 walk-done picture 9.
         01 parts-left binary-long unsigned.
         01 last-param picture x(40).
         01 last-section picture x(40).
         01 tilde-count binary-long unsigned.

      *  one row per distinct param name. dn-norm is the name upper
      *  cased with only letters and digits kept; dn-alpha the same
      *  without the digits. dn-parent is the union-find link that
      *  makes the clusters.
         77 name-limit binary-long unsigned value 5000.
         01 name-count binary-long unsigned value zero.
         01 name-full picture 9 value zero.
         01 name-table.
           02 name-row occurs 5000 times.
             03 dn-name picture x(40).
             03 dn-norm picture x(40).
             03 dn-norm-len binary-long unsigned.
             03 dn-alpha picture x(40).
             03 dn-section-count binary-long unsigned.
             03 dn-first-section picture x(40).
             03 dn-dict-count binary-long unsigned.
             03 dn-dict-section picture x(40).
             03 dn-dict-description picture x(80).
             03 dn-dict-owner picture x(40).
             03 dn-parent binary-long unsigned.
             03 dn-cluster-size binary-long unsigned.
         01 name-ind binary-long unsigned.
         01 other-ind binary-long unsigned.
         01 found-ind binary-long unsigned.

         01 fold-ind binary-long unsigned.
         01 fold-char picture x.
         01 fold-norm-ptr binary-long unsigned.
         01 fold-alpha-ptr binary-long unsigned.

         01 root-a binary-long unsigned.
         01 root-b binary-long unsigned.
         01 find-at binary-long unsigned.
         01 near-names picture 9.

      *  edit distance, one row of the table at a time; a row whose
      *  best is already over the limit ends it early.
         01 dist-a picture x(40).
         01 dist-b picture x(40).
         01 dist-la binary-long unsigned.
         01 dist-lb binary-long unsigned.
         01 dist-row binary-long unsigned.
         01 dist-col binary-long unsigned.
         01 dist-cost binary-long unsigned.
         01 dist-best binary-long unsigned.
         01 dist-row-min binary-long unsigned.
         01 distance binary-long unsigned.
         01 prev-row.
           02 prev-cell binary-long unsigned occurs 41 times.
         01 cur-row.
           02 cur-cell binary-long unsigned occurs 41 times.

         01 filler-words.
           02 filler picture x(8) value 'NAME   4'.
           02 filler picture x(8) value 'ADDR   4'.
           02 filler picture x(8) value 'ADDRESS7'.
           02 filler picture x(8) value 'VALUE  5'.
           02 filler picture x(8) value 'VAL    3'.
         01 filler-word-table redefines filler-words.
           02 filler-entry occurs 5 times.
             03 filler-text picture x(7).
             03 filler-len picture 9.
         01 filler-ind binary-long unsigned.
         01 long-ind binary-long unsigned.
         01 short-ind binary-long unsigned.

         01 cluster-count binary-long unsigned value zero.
         01 violation-count binary-long unsigned value zero.
         01 name-length binary-long unsigned.
         01 style-fault picture x(40).
         01 char-ind binary-long unsigned.
         01 this-char picture x.
         01 prev-char picture x.
         01 count-display picture z(5)9.
         01 size-display picture z(3)9.

       procedure division.
       start-param-hygiene.
           call 'load-data-paths' end-call

           call 'settings-route' using by content 'I' end-call
           perform collect-names
           call 'settings-route' using by content 'C' end-call
           if name-count is equal to zero
             display 'param-hygiene: no params on file' end-display
             move zero to return-code
             goback
           end-if
           open input dictionary-db
           perform match-dictionary
           close dictionary-db

           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
             move name-ind to dn-parent(name-ind)
             move zero to dn-cluster-size(name-ind)
           end-perform
           perform cluster-names

           move name-count to count-display
           display '=== param naming hygiene '
             function current-date(1:8) ' - '
             function trim(count-display) ' distinct name(s) ==='
             end-display
           if name-full is equal to 1
             display 'param-hygiene: more than 5000 distinct names - '
               'the report covers the first 5000' end-display
           end-if
           perform report-clusters
           perform report-violations

           display ' ' end-display
           move cluster-count to count-display
           display 'param-hygiene: ' function trim(count-display)
             ' cluster(s) of near-duplicate names' end-display
           move violation-count to count-display
           display 'param-hygiene: ' function trim(count-display)
             ' name(s) breaking the convention' end-display
           compute return-code = cluster-count + violation-count
           end-compute
           goback.

      *----------------------------------------------------------------
      * the alternate key hands a partition's rows back in param
      * name order, so each distinct name arrives as one run - a
      * name is looked up once per run, not once per row. a later
      * partition can bring a name back; it joins the same row.
      *----------------------------------------------------------------
       collect-names.
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform walk-name-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform.

       walk-name-partition.
           move low-values to last-param
           move spaces to last-section
           move zero to found-ind
           move low-values to sparam-name
           move zero to walk-done
           start settings-db
             key is greater than sparam-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read settings-db next record
               at end
                 move 1 to walk-done
               not at end
                 move zero to tilde-count
                 inspect sparam-name tallying tilde-count
                   for all '~'
                 if tilde-count is equal to zero
                   perform note-name-row
                 end-if
             end-read
           end-perform.

       note-name-row.
           if sparam-name is not equal to last-param
             move sparam-name to last-param
             perform find-or-add-name
           end-if
           if found-ind is equal to zero
             exit paragraph
           end-if
           if ssection-name is equal to last-section
             exit paragraph
           end-if
           move ssection-name to last-section
           add 1 to dn-section-count(found-ind) end-add
           if dn-section-count(found-ind) is equal to 1
             move ssection-name to dn-first-section(found-ind)
           end-if.

       find-or-add-name.
           move zero to found-ind
           move spaces to last-section
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
                 or found-ind is not equal to zero
             if dn-name(name-ind) is equal to sparam-name
               move name-ind to found-ind
             end-if
           end-perform
           if found-ind is not equal to zero
             exit paragraph
           end-if
           if name-count is not less than name-limit
             move 1 to name-full
             exit paragraph
           end-if
           add 1 to name-count end-add
           move name-count to found-ind
           initialize name-row(found-ind)
           move sparam-name to dn-name(found-ind)
           perform fold-name.

       fold-name.
           move spaces to dn-norm(found-ind)
           move spaces to dn-alpha(found-ind)
           move 1 to fold-norm-ptr
           move 1 to fold-alpha-ptr
           perform
             varying fold-ind from 1 by 1
               until fold-ind is greater than 40
             move function upper-case(dn-name(found-ind)(fold-ind:1))
               to fold-char
             if fold-char is alphabetic-upper
                 and fold-char is not equal to space
               move fold-char
                 to dn-norm(found-ind)(fold-norm-ptr:1)
               add 1 to fold-norm-ptr end-add
               move fold-char
                 to dn-alpha(found-ind)(fold-alpha-ptr:1)
               add 1 to fold-alpha-ptr end-add
             end-if
             if fold-char is numeric
               move fold-char
                 to dn-norm(found-ind)(fold-norm-ptr:1)
               add 1 to fold-norm-ptr end-add
             end-if
           end-perform
           compute dn-norm-len(found-ind) = fold-norm-ptr - 1
           end-compute.

      *  the first dictionary entry on file for each name, and how
      *  many sections describe it.
       match-dictionary.
           move low-values to dictionary-key
           move zero to walk-done
           start dictionary-db
             key is greater than dictionary-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read dictionary-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform
                   varying name-ind from 1 by 1
                     until name-ind is greater than name-count
                   if dn-name(name-ind) is equal to dict-param
                     add 1 to dn-dict-count(name-ind) end-add
                     if dn-dict-count(name-ind) is equal to 1
                       move dict-section
                         to dn-dict-section(name-ind)
                       move dict-description
                         to dn-dict-description(name-ind)
                       move dict-owner-team
                         to dn-dict-owner(name-ind)
                     end-if
                   end-if
                 end-perform
             end-read
           end-perform.

      *----------------------------------------------------------------
      * every pair once; a pair that matches joins the two clusters.
      *----------------------------------------------------------------
       cluster-names.
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
             perform
               varying other-ind from name-ind by 1
                 until other-ind is greater than name-count
               if other-ind is not equal to name-ind
                 perform judge-pair
                 if near-names is equal to 1
                   perform join-pair
                 end-if
               end-if
             end-perform
           end-perform
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
             move name-ind to find-at
             perform find-root
             add 1 to dn-cluster-size(find-at) end-add
           end-perform.

       judge-pair.
           move zero to near-names
           if dn-norm(name-ind) is equal to dn-norm(other-ind)
             move 1 to near-names
             exit paragraph
           end-if
           if dn-norm-len(name-ind) is less than 5
               or dn-norm-len(other-ind) is less than 5
             exit paragraph
           end-if
           if dn-alpha(name-ind) is equal to dn-alpha(other-ind)
             exit paragraph
           end-if

           perform judge-filler-word
           if near-names is equal to 1
             exit paragraph
           end-if

           if name-edit-dist is equal to zero
             exit paragraph
           end-if
           if dn-norm-len(name-ind) is greater than
               dn-norm-len(other-ind) + name-edit-dist
             exit paragraph
           end-if
           if dn-norm-len(other-ind) is greater than
               dn-norm-len(name-ind) + name-edit-dist
             exit paragraph
           end-if
           if dn-norm(name-ind)(1:1) is not equal to
               dn-norm(other-ind)(1:1)
             and dn-norm(name-ind)(dn-norm-len(name-ind):1)
               is not equal to
                 dn-norm(other-ind)(dn-norm-len(other-ind):1)
             exit paragraph
           end-if
           move dn-norm(name-ind) to dist-a
           move dn-norm-len(name-ind) to dist-la
           move dn-norm(other-ind) to dist-b
           move dn-norm-len(other-ind) to dist-lb
           perform edit-distance
           if distance is not greater than name-edit-dist
             move 1 to near-names
           end-if.

      *  the longer folded name is the shorter one plus a filler
      *  word.
       judge-filler-word.
           if dn-norm-len(name-ind) is greater than
               dn-norm-len(other-ind)
             move name-ind to long-ind
             move other-ind to short-ind
           else
             move other-ind to long-ind
             move name-ind to short-ind
           end-if
           if dn-norm(long-ind)(1:dn-norm-len(short-ind)) is not equal
               to dn-norm(short-ind)(1:dn-norm-len(short-ind))
             exit paragraph
           end-if
           perform
             varying filler-ind from 1 by 1
               until filler-ind is greater than 5
                 or near-names is equal to 1
             if dn-norm-len(long-ind) is equal to
                 dn-norm-len(short-ind) + filler-len(filler-ind)
               if dn-norm(long-ind)(dn-norm-len(short-ind) + 1:
                   filler-len(filler-ind)) is equal to
                   filler-text(filler-ind)(1:filler-len(filler-ind))
                 move 1 to near-names
               end-if
             end-if
           end-perform.

       edit-distance.
           perform
             varying dist-col from 0 by 1
               until dist-col is greater than dist-lb
             move dist-col to prev-cell(dist-col + 1)
           end-perform
           perform
             varying dist-row from 1 by 1
               until dist-row is greater than dist-la
             move dist-row to cur-cell(1)
             move dist-row to dist-row-min
             perform
               varying dist-col from 1 by 1
                 until dist-col is greater than dist-lb
               if dist-a(dist-row:1) is equal to dist-b(dist-col:1)
                 move zero to dist-cost
               else
                 move 1 to dist-cost
               end-if
               compute dist-best = prev-cell(dist-col) + dist-cost
               end-compute
               if cur-cell(dist-col) + 1 is less than dist-best
                 compute dist-best = cur-cell(dist-col) + 1
                 end-compute
               end-if
               if prev-cell(dist-col + 1) + 1 is less than dist-best
                 compute dist-best = prev-cell(dist-col + 1) + 1
                 end-compute
               end-if
               move dist-best to cur-cell(dist-col + 1)
               if dist-best is less than dist-row-min
                 move dist-best to dist-row-min
               end-if
             end-perform
             if dist-row-min is greater than name-edit-dist
               compute distance = name-edit-dist + 1 end-compute
               exit paragraph
             end-if
             move cur-row to prev-row
           end-perform
           move prev-cell(dist-lb + 1) to distance.

       join-pair.
           move name-ind to find-at
           perform find-root
           move find-at to root-a
           move other-ind to find-at
           perform find-root
           move find-at to root-b
           if root-a is not equal to root-b
             if root-a is less than root-b
               move root-a to dn-parent(root-b)
             else
               move root-b to dn-parent(root-a)
             end-if
           end-if.

       find-root.
           perform
             until dn-parent(find-at) is equal to find-at
             move dn-parent(find-at) to find-at
           end-perform.

      *----------------------------------------------------------------
      * a cluster is listed at its root - always its lowest row, the
      * name that sorts first - with every variant under it.
      *----------------------------------------------------------------
       report-clusters.
           display ' ' end-display
           display '--- near-duplicate names ---' end-display
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
             if dn-parent(name-ind) is equal to name-ind
                 and dn-cluster-size(name-ind) is greater than 1
               add 1 to cluster-count end-add
               move dn-cluster-size(name-ind) to size-display
               display ' ' end-display
               display '  cluster ' function trim(dn-norm(name-ind))
                 ' - ' function trim(size-display) ' variant(s)'
                 end-display
               perform
                 varying other-ind from name-ind by 1
                   until other-ind is greater than name-count
                 move other-ind to find-at
                 perform find-root
                 if find-at is equal to name-ind
                   perform show-variant
                 end-if
               end-perform
             end-if
           end-perform
           if cluster-count is equal to zero
             display '  (none)' end-display
           end-if.

       show-variant.
           move dn-section-count(other-ind) to size-display
           if dn-section-count(other-ind) is equal to 1
             display '    ' function trim(dn-name(other-ind)) ' in '
               function trim(dn-first-section(other-ind))
               end-display
           else
             display '    ' function trim(dn-name(other-ind)) ' in '
               function trim(size-display) ' sections, first '
               function trim(dn-first-section(other-ind))
               end-display
           end-if
           if dn-dict-count(other-ind) is equal to zero
             display '        dictionary: no entry' end-display
           else
             display '        dictionary: '
               function trim(dn-dict-description(other-ind))
               ' (' function trim(dn-dict-owner(other-ind)) ', '
               function trim(dn-dict-section(other-ind)) ')'
               end-display
           end-if.

       report-violations.
           display ' ' end-display
           if name-style is equal to spaces
               and name-max-len is equal to zero
             display '--- naming convention: none configured ---'
               end-display
             exit paragraph
           end-if
           move name-max-len to size-display
           display '--- naming convention: '
             function trim(name-style) ' max length '
             function trim(size-display) ' ---' end-display
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-count
             perform check-convention
             if style-fault is not equal to spaces
               add 1 to violation-count end-add
               move dn-section-count(name-ind) to size-display
               display '  ' function trim(dn-name(name-ind)) ' '
                 function trim(style-fault) ' ('
                 function trim(size-display) ' section(s), first '
                 function trim(dn-first-section(name-ind)) ')'
                 end-display
             end-if
           end-perform
           if violation-count is equal to zero
             display '  (none)' end-display
           end-if.

      *----------------------------------------------------------------
      * the first rule the name breaks, in style-fault:
      *   *_SNAKE  letters of the one case, digits, '_' between
      *            words - no leading, trailing or doubled '_'
      *   *_KEBAB  the same with '-'
      *   CAMEL    letters and digits, starting lower case
      *   PASCAL   letters and digits, starting upper case
      *   DOTTED   lower case letters, digits, '.' between words
      * every style starts with a letter.
      *----------------------------------------------------------------
       check-convention.
           move spaces to style-fault
           move function length(function trim(dn-name(name-ind)))
             to name-length
           if name-max-len is greater than zero
               and name-length is greater than name-max-len
             move 'too long' to style-fault
             exit paragraph
           end-if
           if name-style is equal to spaces
             exit paragraph
           end-if
           if dn-name(name-ind)(1:1) is not alphabetic
             move 'does not start with a letter' to style-fault
             exit paragraph
           end-if
           evaluate name-style
             when 'CAMEL'
               if dn-name(name-ind)(1:1) is not alphabetic-lower
                 move 'does not start lower case' to style-fault
                 exit paragraph
               end-if
             when 'PASCAL'
               if dn-name(name-ind)(1:1) is not alphabetic-upper
                 move 'does not start upper case' to style-fault
                 exit paragraph
               end-if
           end-evaluate
           move space to prev-char
           perform
             varying char-ind from 1 by 1
               until char-ind is greater than name-length
                 or style-fault is not equal to spaces
             move dn-name(name-ind)(char-ind:1) to this-char
             perform check-convention-char
             move this-char to prev-char
           end-perform
           if style-fault is equal to spaces
             if this-char is equal to '_' or this-char is equal to '-'
                 or this-char is equal to '.'
               move 'ends in a separator' to style-fault
             end-if
           end-if.

       check-convention-char.
           if this-char is numeric
             exit paragraph
           end-if
           evaluate name-style
             when 'UPPER_SNAKE'
               if this-char is equal to '_'
                 perform check-separator
               else
                 if this-char is not alphabetic-upper
                   move 'is not UPPER_SNAKE' to style-fault
                 end-if
               end-if
             when 'LOWER_SNAKE'
               if this-char is equal to '_'
                 perform check-separator
               else
                 if this-char is not alphabetic-lower
                   move 'is not lower_snake' to style-fault
                 end-if
               end-if
             when 'UPPER_KEBAB'
               if this-char is equal to '-'
                 perform check-separator
               else
                 if this-char is not alphabetic-upper
                   move 'is not UPPER-KEBAB' to style-fault
                 end-if
               end-if
             when 'LOWER_KEBAB'
               if this-char is equal to '-'
                 perform check-separator
               else
                 if this-char is not alphabetic-lower
                   move 'is not lower-kebab' to style-fault
                 end-if
               end-if
             when 'DOTTED'
               if this-char is equal to '.'
                 perform check-separator
               else
                 if this-char is not alphabetic-lower
                   move 'is not lower.dotted' to style-fault
                 end-if
               end-if
             when other
               if this-char is not alphabetic
                   or this-char is equal to space
                 move 'is not camel/Pascal case' to style-fault
               end-if
           end-evaluate.

       check-separator.
           if prev-char is equal to this-char
             move 'has a doubled separator' to style-fault
           end-if.

       end program param-hygiene.
