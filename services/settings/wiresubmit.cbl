       identification division.
       program-id. wire-submit.

      * sends one request to the running listener over its Unix-
      * domain socket and hands back the answer - the client half
      * status-monitor.cbl builds inline, for the batch jobs that
      * submit ordinary commands and so must meet every fence the
      * live process enforces (maintenance, freeze, standby,
      * write-burst, rate limits) rather than write the data files
      * behind its back. one connection per request, as the
      * listener serves them. the correlation id (and a standby's
      * journal position) are peeled off the response trailer into
      * their own fields, so the caller sees the bare payload.
      * returns 1 when a response came back, 0 when the transport
      * failed - in which case nothing can be said about whether the
      * command ran.

       data division.
       working-storage section.
       01 wire-buffer.
         02 wire-command picture x(11).
         02 wire-tail picture x(1018).
       01 wire-length binary-long unsigned.
       01 wire-checksum binary-long unsigned.
       01 wire-checksum-bytes redefines wire-checksum picture x(4).
       01 checksum-ind binary-long unsigned.
       01 reply-buffer picture x(1040).
       01 reply-length binary-long unsigned.

       01 sock binary-long.
       01 connect-rc binary-long.
       01 io-rc binary-long.
       77 AF_UNIX binary-long value 1.
       77 SOCK_STREAM binary-long value 1.
       01 un-sockaddr.
         02 un-family binary-short unsigned value 1.
         02 un-path picture x(108).

       linkage section.
       01 submit-socket-path picture x(108).
       01 submit-command picture x(11).
       01 submit-argc binary-long unsigned.
       01 submit-args picture x(1013).
       01 submit-reply picture x(1024).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.

       procedure division
         using submit-socket-path, submit-command, submit-argc,
           submit-args, submit-reply, submit-reply-length,
           submit-correlation-id
         returning submit-ok.
       start-wire-submit.
           move zero to submit-ok
           move spaces to submit-reply
           move zero to submit-reply-length
           move spaces to submit-correlation-id
           if submit-argc is greater than 1013
               or submit-socket-path is equal to spaces
             goback
           end-if

      *----------------------------------------------------------------
      * command, argc bytes of argv, the 4-byte running ordinal sum
      * process-request.cbl's verify-checksum recomputes, and the
      * one spare byte - argc + 16 bytes on the wire.
      *----------------------------------------------------------------
           move submit-command to wire-command
           move spaces to wire-tail
           if submit-argc is greater than zero
             move submit-args(1:submit-argc)
               to wire-tail(1:submit-argc)
           end-if
           move zero to wire-checksum
           compute wire-length = submit-argc + 11
           perform
             varying checksum-ind from 1 by 1
               until checksum-ind is greater than wire-length
             add function ord(wire-buffer(checksum-ind:1))
               to wire-checksum
           end-perform
           move wire-checksum-bytes
             to wire-buffer(wire-length + 1:4)
           move x'0a' to wire-buffer(wire-length + 5:1)
           add 5 to wire-length end-add

           call 'socket' using
               by value AF_UNIX
               by value SOCK_STREAM
               by value 0
             giving sock
           end-call
           if sock is less than zero
             goback
           end-if

           move submit-socket-path to un-path
           call 'connect' using
               by value sock
               by reference un-sockaddr
               by value 110
             giving connect-rc
           end-call
           if connect-rc is less than zero
             call 'close' using by value sock end-call
             goback
           end-if

           call 'send' using
               by value sock
               by reference wire-buffer
               by value wire-length
               by value 0
             giving io-rc
           end-call
           if io-rc is not equal to wire-length
             call 'close' using by value sock end-call
             goback
           end-if

           move spaces to reply-buffer
           call 'recv' using
               by value sock
               by reference reply-buffer
               by value 1040
               by value 0
             giving io-rc
           end-call
           call 'close' using by value sock end-call
           if io-rc is less than 2
             goback
           end-if
           move io-rc to reply-length

      *----------------------------------------------------------------
      * the trailers, last first: a standby's ' jp=' position, then
      * the 12-digit correlation id process-request appends whenever
      * the payload leaves it room.
      *----------------------------------------------------------------
           if reply-length is greater than 15
             if reply-buffer(reply-length - 12:4) is equal to ' jp='
               subtract 13 from reply-length end-subtract
             end-if
           end-if
           if reply-length is greater than 13
             if reply-buffer(reply-length - 11:12) is numeric
               move reply-buffer(reply-length - 11:12)
                 to submit-correlation-id
               subtract 12 from reply-length end-subtract
             end-if
           end-if
           if reply-length is greater than 1024
             move 1024 to reply-length
           end-if
           move reply-buffer(1:reply-length)
             to submit-reply(1:reply-length)
           move reply-length to submit-reply-length
           move 1 to submit-ok
           goback.

       end program wire-submit.
