       identification division.
       program-id. trace-replay.

      * standalone batch job - upgrade regression evidence from real
      * traffic. reads a request-trace capture (see trace-capture.cbl
      * and the trace admin command), sends every captured request
      * to a target instance over its listener's Unix-domain socket
      * (wire-submit.cbl - the same path drop-inbound takes, so every
      * fence applies), and compares what comes back with the
      * response captured at the time:
      *   MATCH     the same bytes once both sides are normalized
      *   MISMATCH  rcode or payload differ - the report line gives
      *             both rcodes and the first differing byte
      *   ERROR     the target never answered, or the capture entry
      *             could not be read back
      * normalizing: the correlation id is already off both sides
      * (captured before the trailer is written; wire-submit peels
      * it), and any run of 8 to 21 digits that opens on a real
      * date - 19xx or 20xx, month 01-12, day 01-31 - is masked on
      * both sides, stamps never repeating between two runs. other
      * legitimately fresh answers (a new key from add-apikey, a
      * sequence from alloc-seq) show up as MISMATCH for the
      * reviewer to judge by command.
      * the target must be a test instance restored from the same
      * backup the capture ran against (or a standby - which will
      * answer 'sb' to every captured write): the requests are
      * replayed as captured, keys and writes included. the socket
      * is named explicitly and never defaulted to this host's own
      * UNIXSOCKPATH, so production can't be replayed into by
      * accident. the report lists each mismatch and error, then
      * matches, mismatches and errors per command, and totals.
      * exits with the number of mismatches plus errors.
      * usage:
      *   trace-replay <target-socket-path> [trace-file]
      *     [report-path]
      * the trace file defaults to this host's capture file; the
      * report to <data-dir>/trace-replay.rpt.

       environment division.
       input-output section.
       file-control.
         select optional trace-file assign to trace-path
           organization is line sequential
           file status is trace-status.

         select report-file assign to report-path
           organization is line sequential.

       data division.
       file section.
       fd trace-file.
       01 trace-line picture x(2120).
       01 trace-header redefines trace-line.
         02 th-tag picture x(10).
         02 th-cid picture x(12).
         02 filler picture x(5).
         02 th-command picture x(11).
         02 filler picture x(6).
         02 th-argc picture 9(9).
         02 filler picture x(10).
         02 th-resp-len picture 9(9).
         02 filler picture x(2048).

       fd report-file.
       01 report-line picture x(132).

       working-storage section.
         copy serverconfig.
       01 arg-socket-path picture x(108).
       01 trace-path picture x(255).
       01 report-path picture x(255).
       01 trace-status picture xx.
       01 at-eof picture 9.
       01 entry-ok picture 9.

      *----------------------------------------------------------------
      * one captured exchange, decoded back to bytes.
      *----------------------------------------------------------------
       01 entry-number binary-long unsigned value zero.
       01 entry-cid picture x(12).
       01 entry-command picture x(11).
       01 entry-argc binary-long unsigned.
       01 entry-args picture x(1013).
       01 captured-length binary-long unsigned.
       01 captured-reply picture x(1024).
       01 decode-target picture x(1024).
       01 decode-length binary-long unsigned.
       01 decode-ind binary-long unsigned.
       01 decode-pos binary-long unsigned.
       01 hex-hi binary-long unsigned.
       01 hex-lo binary-long unsigned.
       01 hex-char picture x.
       01 hex-valid picture 9.
       77 hex-digits picture x(16) value '0123456789abcdef'.

       01 submit-reply picture x(1024).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.

      *----------------------------------------------------------------
      * the comparison - both replies masked in place of the
      * originals, then compared byte for byte.
      *----------------------------------------------------------------
       01 mask-buffer picture x(1024).
       01 mask-length binary-long unsigned.
       01 run-start binary-long unsigned.
       01 run-length binary-long unsigned.
       01 scan-ind binary-long unsigned.
       01 stamp-year picture 9(4).
       01 stamp-month picture 99.
       01 stamp-day picture 99.
       01 outcome picture x(8).
       01 outcome-detail picture x(60).
       01 first-diff binary-long unsigned.
       01 captured-rcode picture x(2).
       01 replay-rcode picture x(2).

      *----------------------------------------------------------------
      * tallies per command, in first-seen order.
      *----------------------------------------------------------------
       01 tally-table.
         02 tally-count picture 9(3) value zero.
         02 tally-rows occurs 120 times.
           03 tl-command picture x(11).
           03 tl-match binary-long unsigned.
           03 tl-mismatch binary-long unsigned.
           03 tl-error binary-long unsigned.
       01 tally-ind picture 9(3).
       01 tally-found picture 9(3).
       01 total-match binary-long unsigned value zero.
       01 total-mismatch binary-long unsigned value zero.
       01 total-error binary-long unsigned value zero.
       01 count-edit picture zzz,zz9.
       01 count-edit-2 picture zzz,zz9.
       01 count-edit-3 picture zzz,zz9.
       01 entry-edit picture z(5)9.
       01 diff-edit picture z(3)9.

       procedure division.
       start-trace-replay.
           move spaces to arg-socket-path
           move spaces to trace-path
           move spaces to report-path
           accept arg-socket-path from argument-value
           accept trace-path from argument-value
           accept report-path from argument-value
           if arg-socket-path is equal to spaces
             display 'trace-replay: usage: trace-replay '
               '<target-socket-path> [trace-file] [report-path]'
               end-display
             move 1 to return-code
             goback
           end-if

           call 'load-data-paths' end-call
           if trace-path is equal to spaces
             move request-trace-path to trace-path
           end-if
           if report-path is equal to spaces
             string function trim(data-dir-path) delimited by size
                 '/trace-replay.rpt' delimited by size
               into report-path
             end-string
           end-if

           open input trace-file
           if trace-status is not equal to '00'
             display 'trace-replay: no capture at '
               function trim(trace-path) end-display
             move 1 to return-code
             goback
           end-if
           open output report-file

           move spaces to report-line
           string 'trace replay of ' delimited by size
               function trim(trace-path) delimited by size
               ' against ' delimited by size
               function trim(arg-socket-path) delimited by size
               ' on ' delimited by size
               function current-date(1:8) delimited by size
             into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line

           move zero to at-eof
           perform
             until at-eof is equal to 1
             read trace-file
               at end
                 move 1 to at-eof
               not at end
                 if th-tag is equal to 'trace cid='
                   perform replay-one-entry
                 end-if
             end-read
           end-perform
           close trace-file

           perform write-command-summary
           close report-file

           display 'trace-replay: ' total-match ' match, '
             total-mismatch ' mismatch, ' total-error ' error - '
             function trim(report-path) end-display
           compute return-code = total-mismatch + total-error
           end-compute
           goback.

      *----------------------------------------------------------------
      * the header in hand; its rq and rs lines follow it.
      *----------------------------------------------------------------
       replay-one-entry.
           add 1 to entry-number end-add
           move th-cid to entry-cid
           move th-command to entry-command
           move 1 to entry-ok
           move zero to entry-argc
           move zero to captured-length
           if th-argc is numeric
             move th-argc to entry-argc
           else
             move zero to entry-ok
           end-if
           if th-resp-len is numeric
             move th-resp-len to captured-length
           else
             move zero to entry-ok
           end-if
           if entry-argc is greater than 1013
             move 1013 to entry-argc
           end-if
           if captured-length is greater than 1024
             move 1024 to captured-length
           end-if

           move spaces to entry-args
           read trace-file
             at end
               move 1 to at-eof
               move zero to entry-ok
           end-read
           if entry-ok is equal to 1
             if trace-line(1:3) is equal to 'rq '
               move entry-argc to decode-length
               perform decode-hex-line
               move decode-target(1:1013) to entry-args
             else
               move zero to entry-ok
             end-if
           end-if

           move spaces to captured-reply
           if entry-ok is equal to 1
             read trace-file
               at end
                 move 1 to at-eof
                 move zero to entry-ok
             end-read
           end-if
           if entry-ok is equal to 1
             if trace-line(1:3) is equal to 'rs '
               move captured-length to decode-length
               perform decode-hex-line
               move decode-target to captured-reply
             else
               move zero to entry-ok
             end-if
           end-if

           perform find-tally-row
           if entry-ok is equal to zero
             move 'ERROR' to outcome
             move 'entry unreadable in the capture' to outcome-detail
             perform count-and-report
             exit paragraph
           end-if

           call 'wire-submit' using
               by reference arg-socket-path
               by reference entry-command
               by reference entry-argc
               by reference entry-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
             move 'ERROR' to outcome
             move 'no answer from the target' to outcome-detail
             perform count-and-report
             exit paragraph
           end-if

           perform compare-replies.

      *----------------------------------------------------------------
      * hex pairs from column 4 back into decode-target, for
      * decode-length bytes; a line shorter than that, or a
      * character that isn't a hex digit, spoils the entry.
      *----------------------------------------------------------------
       decode-hex-line.
           move spaces to decode-target
           move 4 to decode-pos
           perform
             varying decode-ind from 1 by 1
               until decode-ind is greater than decode-length
                 or entry-ok is equal to zero
             move trace-line(decode-pos:1) to hex-char
             perform hex-char-value
             move hex-lo to hex-hi
             if hex-valid is equal to 1
               move trace-line(decode-pos + 1:1) to hex-char
               perform hex-char-value
             end-if
             if hex-valid is equal to 1
               move function char(hex-hi * 16 + hex-lo + 1)
                 to decode-target(decode-ind:1)
             else
               move zero to entry-ok
             end-if
             add 2 to decode-pos end-add
           end-perform.

       hex-char-value.
           move zero to hex-valid
           perform
             varying hex-lo from 1 by 1
               until hex-lo is greater than 16
                 or hex-valid is equal to 1
             if hex-digits(hex-lo:1) is equal to hex-char
               move 1 to hex-valid
             end-if
           end-perform
           if hex-valid is equal to 1
             subtract 2 from hex-lo end-subtract
           end-if.

       compare-replies.
           move captured-reply(1:2) to captured-rcode
           move submit-reply(1:2) to replay-rcode

           move captured-reply to mask-buffer
           move captured-length to mask-length
           perform mask-stamps
           move mask-buffer to captured-reply
           move submit-reply to mask-buffer
           move submit-reply-length to mask-length
           perform mask-stamps
           move mask-buffer to submit-reply

           move zero to first-diff
           perform
             varying scan-ind from 1 by 1
               until scan-ind is greater than captured-length
                 or scan-ind is greater than submit-reply-length
                 or first-diff is greater than zero
             if captured-reply(scan-ind:1) is not equal to
                 submit-reply(scan-ind:1)
               move scan-ind to first-diff
             end-if
           end-perform
           if first-diff is equal to zero
               and captured-length is not equal to submit-reply-length
             if captured-length is less than submit-reply-length
               compute first-diff = captured-length + 1 end-compute
             else
               compute first-diff = submit-reply-length + 1
               end-compute
             end-if
           end-if

           if first-diff is equal to zero
             move 'MATCH' to outcome
             perform count-and-report
             exit paragraph
           end-if

           move 'MISMATCH' to outcome
           move first-diff to diff-edit
           move spaces to outcome-detail
           string 'rcode ' delimited by size
               captured-rcode delimited by size
               ' now ' delimited by size
               replay-rcode delimited by size
               ', first difference at byte ' delimited by size
               function trim(diff-edit) delimited by size
             into outcome-detail
           end-string
           perform count-and-report.

      *----------------------------------------------------------------
      * every digit run of 8 to 21 that opens on a plausible date
      * becomes '#'s, in mask-buffer up to mask-length.
      *----------------------------------------------------------------
       mask-stamps.
           move 1 to scan-ind
           perform
             until scan-ind is greater than mask-length
             if mask-buffer(scan-ind:1) is numeric
               move scan-ind to run-start
               perform
                 until scan-ind is greater than mask-length
                   or mask-buffer(scan-ind:1) is not numeric
                 add 1 to scan-ind end-add
               end-perform
               compute run-length = scan-ind - run-start end-compute
               if run-length is not less than 8
                   and run-length is not greater than 21
                 move mask-buffer(run-start:4) to stamp-year
                 move mask-buffer(run-start + 4:2) to stamp-month
                 move mask-buffer(run-start + 6:2) to stamp-day
                 if (stamp-year(1:2) is equal to '19'
                       or stamp-year(1:2) is equal to '20')
                     and stamp-month is greater than zero
                     and stamp-month is less than 13
                     and stamp-day is greater than zero
                     and stamp-day is less than 32
                   move all '#' to mask-buffer(run-start:run-length)
                 end-if
               end-if
             else
               add 1 to scan-ind end-add
             end-if
           end-perform.

       find-tally-row.
           move zero to tally-found
           perform
             varying tally-ind from 1 by 1
               until tally-ind is greater than tally-count
             if tl-command(tally-ind) is equal to entry-command
               move tally-ind to tally-found
             end-if
           end-perform
           if tally-found is equal to zero
               and tally-count is less than 120
             add 1 to tally-count end-add
             move tally-count to tally-found
             move entry-command to tl-command(tally-found)
             move zero to tl-match(tally-found)
             move zero to tl-mismatch(tally-found)
             move zero to tl-error(tally-found)
           end-if.

      *----------------------------------------------------------------
      * outcome counted against the command; anything but a match
      * gets its own report line, the detail already in
      * outcome-detail.
      *----------------------------------------------------------------
       count-and-report.
           evaluate outcome
             when 'MATCH'
               add 1 to total-match end-add
               if tally-found is greater than zero
                 add 1 to tl-match(tally-found) end-add
               end-if
               exit paragraph
             when 'MISMATCH'
               add 1 to total-mismatch end-add
               if tally-found is greater than zero
                 add 1 to tl-mismatch(tally-found) end-add
               end-if
             when other
               add 1 to total-error end-add
               if tally-found is greater than zero
                 add 1 to tl-error(tally-found) end-add
               end-if
           end-evaluate
           move entry-number to entry-edit
           move spaces to report-line
           string entry-edit delimited by size
               ' ' delimited by size
               outcome delimited by size
               ' ' delimited by size
               entry-command delimited by size
               ' cid=' delimited by size
               entry-cid delimited by size
               ' ' delimited by size
               outcome-detail delimited by size
             into report-line
           end-string
           write report-line.

       write-command-summary.
           move spaces to report-line
           write report-line
           move 'command          match   mismatch      error'
             to report-line
           write report-line
           perform
             varying tally-ind from 1 by 1
               until tally-ind is greater than tally-count
             move tl-match(tally-ind) to count-edit
             move tl-mismatch(tally-ind) to count-edit-2
             move tl-error(tally-ind) to count-edit-3
             move spaces to report-line
             string tl-command(tally-ind) delimited by size
                 '  ' delimited by size
                 count-edit delimited by size
                 '    ' delimited by size
                 count-edit-2 delimited by size
                 '    ' delimited by size
                 count-edit-3 delimited by size
               into report-line
             end-string
             write report-line
           end-perform
           move total-match to count-edit
           move total-mismatch to count-edit-2
           move total-error to count-edit-3
           move spaces to report-line
           string 'total        ' delimited by size
               count-edit delimited by size
               '    ' delimited by size
               count-edit-2 delimited by size
               '    ' delimited by size
               count-edit-3 delimited by size
             into report-line
           end-string
           write report-line.

       end program trace-replay.
