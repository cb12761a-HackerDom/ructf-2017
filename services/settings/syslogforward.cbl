       identification division.
       program-id. syslog-forward.

      * forwards one audit.log or server.log line, as it is written,
      * to the shop's syslog collector (SYSLOGHOST in settings.cfg -
      * nothing happens when none is configured). the line goes out
      * as an RFC 5424 message, facility SYSLOGFACILITY, app-name
      * 'settings', msgid AUDIT or LOG, with the severity, the
      * request's correlation id and - for an audit line - its
      * hash-chain link (the previous line's hash and its own)
      * carried as structured data, so the collector can verify the
      * chain without the file. over TCP the frame is octet-counted
      * (RFC 6587) on one connection held open for the life of the
      * process; over UDP each line is one datagram on a connected
      * socket.
      * a line the collector could not take is appended to the spool
      * file (syslog-spool-path) and the collector is left alone for
      * thirty seconds, every line in between going straight to the
      * spool so nothing overtakes what is waiting. the first line
      * after the pause replays the spool in order ahead of itself;
      * a replay that breaks off part way writes what is still
      * unsent back as the new spool. UDP can only notice a
      * collector that refuses - a datagram into a silent network is
      * gone - so where no line may be lost, run TCP.
      * the caller's own file write has already happened by the time
      * this runs: a dead collector never costs a local line, and
      * every send is bounded by a two-second timeout so it cannot
      * hold up the listener for long either.

       environment division.
       input-output section.
       file-control.
         select optional spool-file assign to syslog-spool-path
           organization is line sequential
           file status is spool-status.

         select spool-tmp-file assign to spool-tmp-path
           organization is line sequential
           file status is spool-tmp-status.

       data division.
       file section.
       fd spool-file.
       01 spool-line picture x(640).

       fd spool-tmp-file.
       01 spool-tmp-line picture x(640).

       working-storage section.
         copy serverconfig.
         copy correlation.
       01 spool-status picture xx.
       01 spool-tmp-status picture xx.
       01 spool-tmp-path picture x(255).

      *----------------------------------------------------------------
      * per-process link and spool state. spool-state 0 is not yet
      * looked at, 1 nothing waiting, 2 lines waiting. the link is
      * remembered against the host, port and transport it was
      * opened to, so a reload that points elsewhere reconnects.
      *----------------------------------------------------------------
       01 link-state picture 9 value zero.
       01 link-host picture x(64) value spaces.
       01 link-port binary-long unsigned value zero.
       01 link-transport picture x(3) value spaces.
       01 spool-state picture 9 value zero.
       01 retry-after binary-double value zero.
       01 now-seconds binary-double.
       01 send-ok picture 9.
       01 replay-failed picture 9.
       01 replay-done picture 9.
       01 file-info.
         02 file-size binary-double unsigned.
         02 file-date picture x(8).
       77 retry-pause-seconds binary-long unsigned value 30.

       01 local-host-name picture x(64) value spaces.
       01 local-pid binary-long.
       01 pid-display picture z(9)9.
       01 pri-value binary-long unsigned.
       01 pri-display picture z(2)9.
       01 stamp picture x(21).
       01 msg-ptr binary-long unsigned.
       01 msg-buffer picture x(640).
       01 msg-length binary-long unsigned.
       01 out-message picture x(640).
       01 out-length binary-long unsigned.
       01 frame-buffer picture x(660).
       01 frame-length binary-long unsigned.
       01 length-display picture z(3)9.
       01 severity-ind binary-long unsigned.
       01 severity-names.
         02 filler picture x(8) value 'emerg'.
         02 filler picture x(8) value 'alert'.
         02 filler picture x(8) value 'crit'.
         02 filler picture x(8) value 'err'.
         02 filler picture x(8) value 'warning'.
         02 filler picture x(8) value 'notice'.
         02 filler picture x(8) value 'info'.
         02 filler picture x(8) value 'debug'.
       01 severity-table redefines severity-names.
         02 severity-name picture x(8) occurs 8 times.

       01 host-z picture x(65).
       01 host-entry-ptr usage pointer.
       01 sock binary-long value -1.
       01 io-rc binary-long.
       77 AF_INET binary-long value 2.
       77 SOCK_STREAM binary-long value 1.
       77 SOCK_DGRAM binary-long value 2.
       77 SOL_SOCKET binary-long value 1.
       77 SO_SNDTIMEO binary-long value 21.
       77 MSG_NOSIGNAL binary-long value 16384.
       01 io-timeout.
         02 io-timeout-sec binary-double value 2.
         02 io-timeout-usec binary-double value 0.
       01 peer-address.
         02 peer-family binary-short unsigned.
         02 peer-port binary-short unsigned.
         02 peer-ip picture x(4).
         02 filler picture x(8) value low-values.

       linkage section.
       01 fwd-source picture x(8).
       01 fwd-severity picture 9.
       01 fwd-prev-hash picture x(8).
       01 fwd-hash picture x(8).
       01 fwd-text picture x(340).

       01 host-entry.
         02 h-name usage pointer.
         02 h-aliases usage pointer.
         02 h-addrtype binary-long.
         02 h-length binary-long.
         02 h-addr-list usage pointer.
       01 host-addr-ptr usage pointer.
       01 host-addr-bytes picture x(4).

       procedure division
         using fwd-source, fwd-severity, fwd-prev-hash, fwd-hash,
           fwd-text.
       start-syslog-forward.
           if syslog-host is equal to spaces
               or syslog-host is equal to low-values
             if link-state is equal to 1
               perform close-link
             end-if
             goback
           end-if

           perform build-message
           compute now-seconds =
             function integer-of-date(
               function numval(function current-date(1:8))) * 86400
             + function numval(function current-date(9:2)) * 3600
             + function numval(function current-date(11:2)) * 60
             + function numval(function current-date(13:2))
           end-compute

           if spool-state is equal to zero
             perform look-at-spool
           end-if
           if spool-state is equal to 2
             if now-seconds is less than retry-after
               perform spool-message
               goback
             end-if
             perform replay-spool
             if spool-state is equal to 2
               perform spool-message
               goback
             end-if
           end-if

           move msg-buffer to out-message
           move msg-length to out-length
           perform send-message
           if send-ok is equal to zero
             perform spool-message
             move 2 to spool-state
             compute retry-after = now-seconds + retry-pause-seconds
             end-compute
           end-if
           goback.

      *----------------------------------------------------------------
      * <PRI>1 TIMESTAMP HOSTNAME settings PROCID MSGID [SD] text -
      * the timestamp is the local clock with its UTC offset, to the
      * hundredth of a second.
      *----------------------------------------------------------------
       build-message.
           if local-host-name is equal to spaces
             call 'gethostname' using
                 by reference local-host-name
                 by value 64
             end-call
             inspect local-host-name replacing all low-value by space
             if local-host-name is equal to spaces
               move '-' to local-host-name
             end-if
             call 'getpid' giving local-pid end-call
             move local-pid to pid-display
           end-if

           move fwd-severity to severity-ind
           if severity-ind is greater than 7
             move 6 to severity-ind
           end-if
           compute pri-value = syslog-facility * 8 + severity-ind
           end-compute
           move pri-value to pri-display
           add 1 to severity-ind end-add
           move function current-date to stamp

           move spaces to msg-buffer
           move 1 to msg-ptr
           string '<' function trim(pri-display) '>1 '
               stamp(1:4) '-' stamp(5:2) '-' stamp(7:2) 'T'
               stamp(9:2) ':' stamp(11:2) ':' stamp(13:2) '.'
               stamp(15:2) stamp(17:3) ':' stamp(20:2) ' '
               delimited by size
               local-host-name delimited by space
               ' settings ' delimited by size
               function trim(pid-display) delimited by size
             into msg-buffer
             with pointer msg-ptr
           end-string
           if fwd-source is equal to 'audit'
             string ' AUDIT' delimited by size
               into msg-buffer
               with pointer msg-ptr
             end-string
           else
             string ' LOG' delimited by size
               into msg-buffer
               with pointer msg-ptr
             end-string
           end-if

           string ' [settings@32473 sev="' delimited by size
               severity-name(severity-ind) delimited by space
               '"' delimited by size
             into msg-buffer
             with pointer msg-ptr
           end-string
           if correlation-id is not equal to spaces
               and correlation-id is not equal to low-values
             string ' cid="' delimited by size
                 correlation-id delimited by space
                 '"' delimited by size
               into msg-buffer
               with pointer msg-ptr
             end-string
           end-if
           if fwd-hash is not equal to spaces
             string ' prev="' delimited by size
                 fwd-prev-hash delimited by size
                 '" h="' delimited by size
                 fwd-hash delimited by size
                 '"' delimited by size
               into msg-buffer
               with pointer msg-ptr
             end-string
           end-if
           string '] ' delimited by size
               function trim(fwd-text trailing) delimited by size
             into msg-buffer
             with pointer msg-ptr
           end-string
           compute msg-length = msg-ptr - 1
           end-compute.

      *----------------------------------------------------------------
      * a spool left behind by an earlier process (or an earlier run
      * of this one) is lines still owed to the collector.
      *----------------------------------------------------------------
       look-at-spool.
           move 1 to spool-state
           call 'CBL_CHECK_FILE_EXIST' using
               syslog-spool-path file-info
             giving io-rc
           end-call
           if io-rc is equal to zero
               and file-size is greater than zero
             move 2 to spool-state
           end-if.

       spool-message.
           open extend spool-file
           if spool-status is not equal to '00'
               and spool-status is not equal to '05'
             exit paragraph
           end-if
           move msg-buffer to spool-line
           write spool-line end-write
           close spool-file.

      *----------------------------------------------------------------
      * the waiting lines in the order they were spooled. the first
      * one the collector will not take stops the sends; it and
      * everything after it are copied to a fresh spool, which then
      * replaces the old one.
      *----------------------------------------------------------------
       replay-spool.
           open input spool-file
           if spool-status is not equal to '00'
             move 1 to spool-state
             exit paragraph
           end-if
           move spaces to spool-tmp-path
           string function trim(syslog-spool-path) delimited by size
               '.tmp' delimited by size
             into spool-tmp-path
           end-string
           move zero to replay-failed
           move zero to replay-done
           perform
             until replay-done is equal to 1
             read spool-file
               at end
                 move 1 to replay-done
               not at end
                 perform replay-one-line
             end-read
           end-perform
           close spool-file

           if replay-failed is equal to zero
             call 'CBL_DELETE_FILE' using syslog-spool-path end-call
             move 1 to spool-state
           else
             close spool-tmp-file
             call 'CBL_RENAME_FILE' using
               spool-tmp-path syslog-spool-path
             end-call
             move 2 to spool-state
             compute retry-after = now-seconds + retry-pause-seconds
             end-compute
           end-if.

       replay-one-line.
           if spool-line is equal to spaces
             exit paragraph
           end-if
           if replay-failed is equal to zero
             move spool-line to out-message
             move function length(function trim(spool-line trailing))
               to out-length
             perform send-message
             if send-ok is equal to 1
               exit paragraph
             end-if
             move 1 to replay-failed
             open output spool-tmp-file
           end-if
           move spool-line to spool-tmp-line
           write spool-tmp-line end-write.

       send-message.
           move zero to send-ok
           if link-state is equal to 1
               and (link-host is not equal to syslog-host
                 or link-port is not equal to syslog-port
                 or link-transport is not equal to syslog-transport)
             perform close-link
           end-if
           if link-state is equal to zero
             perform open-link
             if link-state is equal to zero
               exit paragraph
             end-if
           end-if

           if link-transport is equal to 'TCP'
             move out-length to length-display
             move spaces to frame-buffer
             string function trim(length-display) delimited by size
                 ' ' delimited by size
                 out-message(1:out-length) delimited by size
               into frame-buffer
             end-string
             compute frame-length =
               function length(function trim(length-display))
               + 1 + out-length
             end-compute
           else
             move out-message to frame-buffer
             move out-length to frame-length
           end-if

           call 'send' using
               by value sock
               by reference frame-buffer
               by value frame-length
               by value MSG_NOSIGNAL
             giving io-rc
           end-call
           if io-rc is equal to frame-length
             move 1 to send-ok
           else
             perform close-link
           end-if.

      *----------------------------------------------------------------
      * resolved afresh on every (re)connect, the way webhook-post.cbl
      * does it, so a collector moved behind the same name is found
      * without a restart. IPv4 only.
      *----------------------------------------------------------------
       open-link.
           move spaces to host-z
           string function trim(syslog-host) delimited by size
               x'00' delimited by size
             into host-z
           end-string
           call 'gethostbyname' using
               by reference host-z
             returning host-entry-ptr
           end-call
           if host-entry-ptr is equal to null
             exit paragraph
           end-if
           set address of host-entry to host-entry-ptr
           if h-addrtype is not equal to AF_INET
               or h-addr-list is equal to null
             exit paragraph
           end-if
           set address of host-addr-ptr to h-addr-list
           if host-addr-ptr is equal to null
             exit paragraph
           end-if
           set address of host-addr-bytes to host-addr-ptr
           move host-addr-bytes to peer-ip
           move AF_INET to peer-family
           call 'htons' using
               by value syslog-port
             giving peer-port
           end-call

           if syslog-transport is equal to 'TCP'
             call 'socket' using
                 by value AF_INET
                 by value SOCK_STREAM
                 by value 0
               giving sock
             end-call
           else
             call 'socket' using
                 by value AF_INET
                 by value SOCK_DGRAM
                 by value 0
               giving sock
             end-call
           end-if
           if sock is less than zero
             exit paragraph
           end-if
           call 'setsockopt' using
               by value sock
               by value SOL_SOCKET
               by value SO_SNDTIMEO
               by reference io-timeout
               by value 16
           end-call
           call 'connect' using
               by value sock
               by reference peer-address
               by value 16
             giving io-rc
           end-call
           if io-rc is less than zero
             call 'close' using by value sock end-call
             move -1 to sock
             exit paragraph
           end-if
           move 1 to link-state
           move syslog-host to link-host
           move syslog-port to link-port
           move syslog-transport to link-transport.

       close-link.
           if sock is not less than zero
             call 'close' using by value sock end-call
           end-if
           move -1 to sock
           move zero to link-state.

       end program syslog-forward.
