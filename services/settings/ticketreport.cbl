       identification division.
       program-id. ticket-report.

      * standalone batch job - the change board's answer to "what
      * actually landed under RFC-104233?". reads audit.log for
      * every line stamped with a change ticket (the ' tkt=' tag,
      * see changeticket.cpy and audit-log.cbl) and lists the
      * changes grouped by ticket, each with its time, command,
      * section and rcode, marked LANDED when the rcode says the
      * change went in (ok, kw, dp) and REFUSED otherwise, then
      * totals per ticket with the reason it was raised for.
      * tickets are listed in the order they were first used;
      * within one, in the order the changes were made. holds 200
      * tickets and 2000 changes; a busier range is reported
      * truncated - narrow the range or name the ticket. exits
      * nonzero on a malformed date. usage:
      *   ticket-report [<from-YYYYMMDD> <to-YYYYMMDD> [<ticket>]]

       environment division.
       input-output section.
       file-control.
         select optional audit-file assign to external
             audit-log-path
           organization is line sequential
           file status is audit-status-1.

       data division.
       file section.
       fd audit-file.
       01 audit-line picture x(340).

       working-storage section.
         copy serverconfig.
       01 audit-status-1 picture xx.
       01 arg-from picture x(8).
       01 arg-to picture x(8).
       01 arg-ticket picture x(16).
       01 from-date picture 9(8).
       01 to-date picture 9(8).
       01 at-eof picture 9.
       01 line-date picture 9(8).
       01 tag-at binary-long unsigned.
       01 scan-ptr binary-long unsigned.
       01 line-ticket picture x(16).
       01 line-reason picture x(40).
       01 line-section picture x(40).
       01 line-rcode picture x(2).
       01 truncated-flag picture 9 value zero.
       01 landed-total binary-long unsigned value zero.
       01 refused-total binary-long unsigned value zero.

      *----------------------------------------------------------------
      * one row per ticket seen, in first-seen order, and one row
      * per change pointing back at its ticket's row.
      *----------------------------------------------------------------
       01 ticket-table.
         02 ticket-count picture 9(3) value zero.
         02 tickets occurs 200 times.
           03 tt-number picture x(16).
           03 tt-reason picture x(40).
           03 tt-landed picture 9(5).
           03 tt-refused picture 9(5).
       01 tt-ind picture 9(3).
       01 tt-found picture 9(3).

       01 change-table.
         02 change-count picture 9(4) value zero.
         02 changes occurs 2000 times.
           03 ch-ticket-ind picture 9(3).
           03 ch-stamp picture x(14).
           03 ch-command picture x(11).
           03 ch-section picture x(40).
           03 ch-rcode picture x(2).
       01 ch-ind picture 9(4).
       01 ch-verdict picture x(7).

       procedure division.
       start-ticket-report.
           move spaces to arg-from
           move spaces to arg-to
           move spaces to arg-ticket
           accept arg-from from argument-value
           accept arg-to from argument-value
           accept arg-ticket from argument-value
           move function upper-case(arg-ticket) to arg-ticket

           move zero to from-date
           move 99999999 to to-date
           if arg-from is not equal to spaces
             if arg-from is not numeric
                 or arg-to is not numeric
               display 'ticket-report: usage: ticket-report '
                 '[<from-YYYYMMDD> <to-YYYYMMDD> [<ticket>]]'
                 end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-from) to from-date
             move function numval(arg-to) to to-date
           end-if

           call 'load-data-paths' end-call

           perform gather-ticket-lines

           display '=== changes by ticket ' from-date ' .. '
             to-date ' ===' end-display
           perform
             varying tt-ind from 1 by 1
               until tt-ind is greater than ticket-count
             perform report-one-ticket
           end-perform
           if truncated-flag is equal to 1
             display '(more than 200 tickets or 2000 changes in '
               'range - narrow the range for the rest)' end-display
           end-if
           display 'ticket-report: ' ticket-count ' ticket(s), '
             landed-total ' change(s) landed, ' refused-total
             ' refused' end-display
           goback.

       gather-ticket-lines.
           open input audit-file
           if audit-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read audit-file
               at end
                 move 1 to at-eof
               not at end
                 perform consider-audit-line
             end-read
           end-perform
           close audit-file.

      *----------------------------------------------------------------
      * the line as audit-log lays it down: timestamp(21) sp
      * command(11) sp section sp rcode, then the optional tags. a
      * line with no section (change-tkt's own) carries two spaces
      * there, so the section is taken by position, not by word.
      *----------------------------------------------------------------
       consider-audit-line.
           if audit-line(1:8) is not numeric
             exit paragraph
           end-if
           move audit-line(1:8) to line-date
           if line-date is less than from-date
               or line-date is greater than to-date
             exit paragraph
           end-if
           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' tkt='
           if tag-at is not less than 250
             exit paragraph
           end-if
           move spaces to line-ticket
           unstring audit-line(tag-at + 6:) delimited by space
             into line-ticket
           end-unstring
           if arg-ticket is not equal to spaces
               and line-ticket is not equal to arg-ticket
             exit paragraph
           end-if

           move spaces to line-reason
           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' why="'
           if tag-at is less than 250
             unstring audit-line(tag-at + 7:) delimited by '"'
               into line-reason
             end-unstring
           end-if

           move spaces to line-section
           move 35 to scan-ptr
           if audit-line(35:1) is not equal to space
             unstring audit-line delimited by space
               into line-section
               with pointer scan-ptr
             end-unstring
           else
             add 1 to scan-ptr end-add
           end-if
           move audit-line(scan-ptr:2) to line-rcode

           perform find-ticket-row
           if tt-found is equal to zero
             move 1 to truncated-flag
             exit paragraph
           end-if
           if change-count is not less than 2000
             move 1 to truncated-flag
             exit paragraph
           end-if
           add 1 to change-count end-add
           move tt-found to ch-ticket-ind(change-count)
           move audit-line(1:14) to ch-stamp(change-count)
           move audit-line(23:11) to ch-command(change-count)
           move line-section to ch-section(change-count)
           move line-rcode to ch-rcode(change-count)
           if line-rcode is equal to 'ok'
               or line-rcode is equal to 'kw'
               or line-rcode is equal to 'dp'
               or line-rcode is equal to 'sw'
             add 1 to tt-landed(tt-found) end-add
             add 1 to landed-total end-add
           else
             add 1 to tt-refused(tt-found) end-add
             add 1 to refused-total end-add
           end-if.

      *----------------------------------------------------------------
      * the ticket's row, added on first sight. the reason kept is
      * the latest one given - a ticket re-named with a better
      * reason half way through reports under the better one.
      *----------------------------------------------------------------
       find-ticket-row.
           move zero to tt-found
           perform
             varying tt-ind from 1 by 1
               until tt-ind is greater than ticket-count
                 or tt-found is greater than zero
             if tt-number(tt-ind) is equal to line-ticket
               move tt-ind to tt-found
             end-if
           end-perform
           if tt-found is equal to zero
             if ticket-count is not less than 200
               exit paragraph
             end-if
             add 1 to ticket-count end-add
             move ticket-count to tt-found
             move line-ticket to tt-number(tt-found)
             move spaces to tt-reason(tt-found)
             move zero to tt-landed(tt-found)
             move zero to tt-refused(tt-found)
           end-if
           if line-reason is not equal to spaces
             move line-reason to tt-reason(tt-found)
           end-if.

       report-one-ticket.
           display ' ' end-display
           display 'ticket ' function trim(tt-number(tt-ind))
             end-display
           if tt-reason(tt-ind) is not equal to spaces
             display '  reason: ' function trim(tt-reason(tt-ind))
               end-display
           end-if
           perform
             varying ch-ind from 1 by 1
               until ch-ind is greater than change-count
             if ch-ticket-ind(ch-ind) is equal to tt-ind
               if ch-rcode(ch-ind) is equal to 'ok'
                   or ch-rcode(ch-ind) is equal to 'kw'
                   or ch-rcode(ch-ind) is equal to 'dp'
                   or ch-rcode(ch-ind) is equal to 'sw'
                 move 'LANDED ' to ch-verdict
               else
                 move 'REFUSED' to ch-verdict
               end-if
               display '  ' ch-stamp(ch-ind) ' ' ch-verdict ' '
                 ch-command(ch-ind) ' ' ch-rcode(ch-ind) ' '
                 function trim(ch-section(ch-ind)) end-display
             end-if
           end-perform
           display '  ' tt-landed(tt-ind) ' landed, '
             tt-refused(tt-ind) ' refused' end-display.

       end program ticket-report.
