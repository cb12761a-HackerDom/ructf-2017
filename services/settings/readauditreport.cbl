       identification division.
       program-id. read-audit-report.

      * standalone batch job - the monthly read-access review of the
      * sensitive sections, over the read-audit log the read
      * commands append to (readauditrecord.cpy). for each section
      * read during the month: every reader - a key fingerprint, or
      * the master key / view standing in for one - with its owner,
      * how many reads, how many distinct source addresses and the
      * last of them, and the params it was last handed. a reader
      * with no read of that section before the month is marked
      * NEW: a fresh consumer of a secret should be a line someone
      * reads, not a surprise in an incident review. the log is
      * written in time order, so one pass settles both questions -
      * lines before the month only mark their readers as known,
      * lines inside it are tallied, lines after it are ignored.
      * the month defaults to the one just ended. exit code is the
      * count of NEW readers.
      * usage:
      *   read-audit-report [YYYYMM]

       environment division.
       input-output section.
       file-control.
         select optional read-audit-file assign to external
             read-audit-path
           organization is line sequential
           file status is read-audit-status.

       data division.
       file section.
       fd read-audit-file.
       01 read-audit-file-line picture x(560).

       working-storage section.
         copy serverconfig.
         copy readauditrecord.
       01 read-audit-status picture xx.
       01 arg-month picture x(6).
       01 report-month picture 9(6).
       01 report-year picture 9(4).
       01 report-mm picture 99.
       01 line-month picture x(6).
       01 walk-done picture 9.
       01 lines-read binary-long unsigned value zero.
       01 month-reads binary-long unsigned value zero.
       01 new-count binary-long unsigned value zero.
       01 dropped-count binary-long unsigned value zero.
       01 reader-id picture x(40).
       01 found-ind binary-long unsigned.
       01 peer-ind binary-long unsigned.
       01 peer-known picture 9.
       01 section-ind binary-long unsigned.
       01 section-seen picture 9.
       01 section-readers binary-long unsigned.
       01 section-total binary-long unsigned.
       01 reads-display picture z(6)9.
       01 peers-display picture z9.
       01 verdict picture x(5).
       77 reader-limit binary-long unsigned value 500.
       77 peer-limit binary-long unsigned value 8.

      *----------------------------------------------------------------
      * one row per (section, reader) pairing met anywhere in the
      * log up to the month's end. rd-known-before is raised by a
      * line dated before the month; the rest is the month's tally.
      *----------------------------------------------------------------
       01 reader-count binary-long unsigned value zero.
       01 reader-table.
         02 reader-row occurs 500 times.
           03 rd-section picture x(40).
           03 rd-reader picture x(40).
           03 rd-fingerprint picture x(15).
           03 rd-owner picture x(40).
           03 rd-known-before picture 9.
           03 rd-reads binary-long unsigned.
           03 rd-peer-count binary-long unsigned.
           03 rd-peers picture x(15) occurs 8 times.
           03 rd-last-peer picture x(15).
           03 rd-last-command picture x(11).
           03 rd-last-params picture x(400).

       procedure division.
       start-read-audit-report.
           move spaces to arg-month
           accept arg-month from argument-value
           if arg-month is equal to spaces
             perform default-to-last-month
           else
             if arg-month is not numeric
               display 'read-audit-report: usage: '
                 'read-audit-report [YYYYMM]' end-display
               move 1 to return-code
               goback
             end-if
             move arg-month to report-month
           end-if
           move report-month to line-month

           call 'load-data-paths' end-call

           open input read-audit-file
           if read-audit-status is not equal to '00'
               and read-audit-status is not equal to '05'
             display 'read-audit-report: cannot read '
               function trim(read-audit-path) ' (status '
               read-audit-status ')' end-display
             move 1 to return-code
             goback
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             read read-audit-file
               at end
                 move 1 to walk-done
               not at end
                 add 1 to lines-read end-add
                 move read-audit-file-line to read-audit-line
                 perform take-one-line
             end-read
           end-perform
           close read-audit-file

           display '=== sensitive-section read access ' report-month
             ' ===' end-display
           perform
             varying found-ind from 1 by 1
               until found-ind is greater than reader-count
             if rd-reads(found-ind) is greater than zero
               perform consider-section-heading
             end-if
           end-perform
           if dropped-count is greater than zero
             display '  (' dropped-count ' pairing(s) past the '
               reader-limit '-row table were not tallied)'
               end-display
           end-if
           display 'read-audit-report: ' month-reads
             ' read(s) in ' report-month ', ' new-count
             ' new reader(s)' end-display
           move new-count to return-code
           goback.

      *----------------------------------------------------------------
      * run on the first of a month, the report wants the month that
      * just closed.
      *----------------------------------------------------------------
       default-to-last-month.
           move function current-date(1:4) to report-year
           move function current-date(5:2) to report-mm
           if report-mm is equal to 1
             move 12 to report-mm
             subtract 1 from report-year end-subtract
           else
             subtract 1 from report-mm end-subtract
           end-if
           compute report-month = report-year * 100 + report-mm
           end-compute.

       take-one-line.
           if ra-stamp(1:6) is greater than line-month
             exit paragraph
           end-if
           move ra-fingerprint to reader-id
           if reader-id is equal to spaces
             move ra-owner to reader-id
           end-if
           perform find-reader-row
           if found-ind is equal to zero
             exit paragraph
           end-if
           if ra-stamp(1:6) is less than line-month
             move 1 to rd-known-before(found-ind)
             exit paragraph
           end-if

           add 1 to month-reads end-add
           add 1 to rd-reads(found-ind) end-add
           move ra-owner to rd-owner(found-ind)
           move ra-peer to rd-last-peer(found-ind)
           move ra-command to rd-last-command(found-ind)
           move ra-params to rd-last-params(found-ind)
           move zero to peer-known
           perform
             varying peer-ind from 1 by 1
               until peer-ind is greater than rd-peer-count(found-ind)
             if rd-peers(found-ind, peer-ind) is equal to ra-peer
               move 1 to peer-known
             end-if
           end-perform
           if peer-known is equal to zero
               and rd-peer-count(found-ind) is less than peer-limit
             add 1 to rd-peer-count(found-ind) end-add
             move ra-peer
               to rd-peers(found-ind, rd-peer-count(found-ind))
           end-if.

       find-reader-row.
           perform
             varying found-ind from 1 by 1
               until found-ind is greater than reader-count
             if rd-section(found-ind) is equal to ra-section
                 and rd-reader(found-ind) is equal to reader-id
               exit paragraph
             end-if
           end-perform
           if reader-count is not less than reader-limit
             add 1 to dropped-count end-add
             move zero to found-ind
             exit paragraph
           end-if
           add 1 to reader-count end-add
           move reader-count to found-ind
           move ra-section to rd-section(found-ind)
           move reader-id to rd-reader(found-ind)
           move ra-fingerprint to rd-fingerprint(found-ind)
           move ra-owner to rd-owner(found-ind)
           move zero to rd-known-before(found-ind)
           move zero to rd-reads(found-ind)
           move zero to rd-peer-count(found-ind)
           move spaces to rd-last-peer(found-ind)
           move spaces to rd-last-command(found-ind)
           move spaces to rd-last-params(found-ind).

      *----------------------------------------------------------------
      * the rows are in first-met order, so a section's readers are
      * scattered: a section is printed in full at the first of its
      * rows read this month, and skipped at every later one.
      *----------------------------------------------------------------
       consider-section-heading.
           move zero to section-seen
           perform
             varying section-ind from 1 by 1
               until section-ind is not less than found-ind
             if rd-section(section-ind) is equal to
                 rd-section(found-ind)
                 and rd-reads(section-ind) is greater than zero
               move 1 to section-seen
             end-if
           end-perform
           if section-seen is equal to 1
             exit paragraph
           end-if

           move zero to section-readers
           move zero to section-total
           perform
             varying section-ind from found-ind by 1
               until section-ind is greater than reader-count
             if rd-section(section-ind) is equal to
                 rd-section(found-ind)
                 and rd-reads(section-ind) is greater than zero
               add 1 to section-readers end-add
               add rd-reads(section-ind) to section-total end-add
             end-if
           end-perform
           move section-total to reads-display
           display 'section ' function trim(rd-section(found-ind))
             ': ' function trim(reads-display) ' read(s) by '
             section-readers ' reader(s)' end-display
           perform
             varying section-ind from found-ind by 1
               until section-ind is greater than reader-count
             if rd-section(section-ind) is equal to
                 rd-section(found-ind)
                 and rd-reads(section-ind) is greater than zero
               perform print-reader-row
             end-if
           end-perform.

       print-reader-row.
           move spaces to verdict
           if rd-known-before(section-ind) is equal to zero
             move 'NEW' to verdict
             add 1 to new-count end-add
           end-if
           move rd-reads(section-ind) to reads-display
           move rd-peer-count(section-ind) to peers-display
           display '  ' verdict ' '
             rd-fingerprint(section-ind) ' '
             function trim(rd-owner(section-ind)) ' reads='
             function trim(reads-display) ' peers='
             function trim(peers-display) ' last='
             function trim(rd-last-peer(section-ind)) ' via '
             function trim(rd-last-command(section-ind))
             end-display
           display '        params: '
             function trim(rd-last-params(section-ind)) end-display.

       end program read-audit-report.
