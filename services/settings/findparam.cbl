       identification division.
       program-id. find-param.

      * admin command: every section carrying a param, with its
      * value - "which sections set LOG_LEVEL, and to what?" - read
      * down settings-db's sparam-name alternate key (settingdb.cpy)
      * through param-range.cbl, instead of a pass over the whole
      * file. the param is named exactly, or as a prefix with a
      * trailing '*' (LOG_* finds
      * LOG_LEVEL, LOG_DIR ...); a lone '*' ranges over every
      * param. admin-only, authenticated against admin-master-key
      * like search-vals.cbl, since the answer spans every section
      * whoever's keys the caller holds - and, like aggregate.cbl,
      * each row served is filed in the read-access audit and the
      * param-read tracking under the master key.
      * paginated like all-section.cbl: six rows to the page, more
      * set when another follows, resumed by passing the last
      * section/param returned back as the cursor. a partitioned
      * store (settingsroute.cpy) is ranged a partition at a time,
      * so rows come back in param order within each partition.
      * values are the first 80 bytes of the reassembled value;
      * rflag says T (longer than shown), X (expired), C (checksum
      * mismatch - no value served) or space.
      * rcodes: ok, na (bad admin key), iv (no param named).

       environment division.
       input-output section.
       file-control.
         copy settingdb.

       data division.
       file section.
         copy settingrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         01 audit-cmd-name picture x(11) value 'find-param '.
         01 keys-equal picture 9.
         01 audit-section-name picture x(40) value spaces.
         01 range-left binary-long unsigned.
         01 range-cursor.
           02 rc-part binary-long unsigned.
           02 rc-section picture x(40).
           02 rc-param picture x(40).
         01 range-batch.
           02 rb-count binary-long unsigned.
           02 rb-rows occurs 20 times.
             03 rb-section picture x(40).
             03 rb-param picture x(40).
         01 hit-ind binary-long unsigned.
         01 find-value picture x(348).
         01 find-expires picture 9(8).
         01 find-found picture 9.
         01 today-date picture 9(8).
         01 read-audit-key picture x(80) value spaces.
         01 read-audit-owner picture x(40) value 'ADMIN MASTER KEY'.
         01 read-audit-params picture x(400).
         77 page-size binary-long unsigned value 6.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 admin-key picture x(80).
           02 arg-match picture x(40).
      *    pagination cursor - the last section/param of the previous
      *    page, or spaces (or unsent) to start from the top.
           02 cursor-section picture x(40).
           02 cursor-param picture x(40).
           02 filler picture x(813).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 99.
           02 more picture 9.
           02 find-rows occurs 6 times.
             03 rsection picture x(40).
             03 rparam picture x(40).
             03 rvalue picture x(80).
             03 rflag picture x.
           02 filler picture x(53).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-find-param.
           if argc is less than 120
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           if arg-match is equal to spaces
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           if argc is less than 200
             move spaces to cursor-section
             move spaces to cursor-param
           end-if
           move function upper-case(cursor-section) to cursor-section
           move function current-date(1:8) to today-date

           move 'ok' to rcode
           move zero to result-count
           move zero to more

      *    a cursor resumes in its own section's partition.
           move zero to rc-part
           move spaces to rc-section
           move spaces to rc-param
           if cursor-section is not equal to spaces
             move cursor-section to ssection-name
             call 'settings-route' using by content 'P'
               returning rc-part
             end-call
             move cursor-section to rc-section
             move cursor-param to rc-param
           end-if
           call 'param-range' using
               by reference arg-match
               by reference range-cursor
               by reference range-batch
             returning range-left
           end-call
      *    a batch runs to more rows than the page holds, so one
      *    past the page answers more.
           if rb-count is greater than page-size
             move 1 to more
           end-if

           perform
             varying hit-ind from 1 by 1
               until hit-ind is greater than rb-count
                 or hit-ind is greater than page-size
             perform fill-one-row
           end-perform

           compute result-length = 5 + result-count * 161
           end-compute
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           goback.

       fill-one-row.
           add 1 to result-count end-add
           move rb-section(hit-ind) to rsection(result-count)
           move rb-param(hit-ind) to rparam(result-count)
           move spaces to rvalue(result-count)
           move space to rflag(result-count)
           call 'read-setting-value' using
               by reference rb-section(hit-ind)
               by reference rb-param(hit-ind)
               by reference find-value
               by reference find-expires
             returning find-found
           end-call
           if find-found is equal to 2
             move 'C' to rflag(result-count)
             exit paragraph
           end-if
           if find-found is not equal to 1
             exit paragraph
           end-if

           move find-value(1:80) to rvalue(result-count)
           if find-value(81:) is not equal to spaces
             move 'T' to rflag(result-count)
           end-if
           if find-expires is greater than zero
               and find-expires is not greater than today-date
             move 'X' to rflag(result-count)
           end-if

           move rb-param(hit-ind) to read-audit-params
           call 'read-audit-note' using
             by reference rb-section(hit-ind)
             by reference audit-cmd-name
             by reference read-audit-key
             by reference read-audit-owner
             by reference read-audit-params
           end-call
           call 'param-read-note' using
             by reference rb-section(hit-ind)
             by reference rb-param(hit-ind)
           end-call.

       end program find-param.
