         copy livecfg.
         copy framelist.
         copy sessionlist.
         copy operatorstate.
         copy changeticket.
         copy connadmin.
         copy httpgateway.
       01 fdesc binary-long.
       01 poll-event binary-long.
       01 listener-closed picture 9.
       01 active-max-per-ip binary-long unsigned value 64.
       01 peer-connection-count binary-long unsigned.
       01 peer-is-af-unix picture 9.
       01 peer-is-http picture 9.
      *  http-gateway scratch - see httpgateway.cpy and recv-to-buffer.
       01 http-conn-ind binary-long unsigned.
       01 http-conn-row binary-long unsigned.
       01 http-write-queued picture 9.
       01 tls-ssl-handle usage pointer.
       01 tls-active-accepted picture 9.

       01 need-close picture 9.
      *  connection-registry scratch - see connadmin.cpy.
       01 conn-ind picture 99.
       01 kick-ind picture 99.
       01 conn-row-found picture 99.
       01 watch-ind picture 99.
      *  framing-mode scratch - see framelist.cpy and recv-to-buffer.
             if kick-request-socket is not equal to zero
               perform kick-requested-connection
             end-if
             perform drain-kick-queue
             if shutdown-requested is equal to 1
               if listener-closed is equal to zero
                 call 'removeRead' using
                     by value unix-server-descriptor
                   end-call
                 end-if
                 if http-server-descriptor is not equal to -1
                   call 'removeRead' using
                     by value http-server-descriptor
                   end-call
                 end-if
                 move 1 to listener-closed
               end-if
               perform check-pool-drained
               if pool-drained is equal to 1
                 call 'param-read-flush' end-call
                 move 1 to shutdown-complete
               end-if
             end-if
             by reference active-pool-size
             by reference buffers-pool
           end-call
      *    the param reads noted since the last sweep go to file
      *    here, off the request path - see paramreadbuffer.cpy.
           call 'param-read-flush' end-call

           add 1 to sweeps-since-snapshot end-add
           if sweeps-since-snapshot is greater than
           end-if
           if fdesc is equal to server-descriptor
               or fdesc is equal to unix-server-descriptor
               or fdesc is equal to http-server-descriptor
             if shutdown-requested is not equal to 1
               perform add-new-client
             end-if
           else
             move 0 to peer-is-af-unix
           end-if
           if fdesc is equal to http-server-descriptor
             move 1 to peer-is-http
           else
             move 0 to peer-is-http
           end-if
           perform forever
             move function length(peer-address) to peer-address-length
             call 'accept' using
      * synchronously, before the connection is ever registered with
      * the poll loop below - see tls-handshake.cbl. the Unix-domain
      * listener is never wrapped in TLS; it's a same-host-only
      * channel offered specifically to avoid that overhead. the
      * HTTP listener speaks plain HTTP - whatever terminates TLS
      * for it sits in front of it.
      *----------------------------------------------------------------
               move 0 to tls-active-accepted
               set tls-ssl-handle to null
               if tls-enabled is equal to 1
                   and peer-is-af-unix is equal to 0
                   and peer-is-http is equal to 0
                 call 'tls-handshake' using
                     by value tls-ssl-ctx
                     by value peer-descriptor
      *----------------------------------------------------------------
               perform register-conn-row
      *----------------------------------------------------------------
      * a client certificate that verified on the handshake may log
      * the connection straight in (TLSCLIENTAUTH - see
      * tls-peer-cert.cbl and cert-login.cbl), the connection row
      * above being where its subject is shown.
      *----------------------------------------------------------------
               if tls-active-accepted is equal to 1
                 call 'tls-peer-cert' using
                   by value tls-ssl-handle
                 end-call
                 if tls-peer-present is equal to 1
                   call 'cert-login' using
                     by reference peer-descriptor
                   end-call
                 end-if
               end-if
      *----------------------------------------------------------------
      * a TLS connection goes on the watch guard (watchlist.cpy) so
      * the raw-send notification push can never be aimed at an
      * SSL-framed stream - registration refuses it, delivery skips
               if tls-active-accepted is equal to 1
                 perform record-tls-guard
               end-if
               if peer-is-http is equal to 1
                 perform record-http-conn
               end-if
           end-search.

       record-tls-guard.
             end-if
           end-perform.

       record-http-conn.
           perform
             varying http-conn-ind from 1 by 1
               until http-conn-ind is greater than 1024
             if http-conn-socket(http-conn-ind) is equal to zero
               move peer-descriptor
                 to http-conn-socket(http-conn-ind)
               move 1025 to http-conn-ind
             end-if
           end-perform.

       find-http-conn.
           move zero to http-conn-row
           perform
             varying http-conn-ind from 1 by 1
               until http-conn-ind is greater than 1024
             if http-conn-socket(http-conn-ind) is equal to fdesc
               move http-conn-ind to http-conn-row
               move 1025 to http-conn-ind
             end-if
           end-perform.

       recv.
      D    display 'recv fdesc:' fdesc end-display
           call 'removeRead' using
                 end-add
               end-if
               move return-code to frame-recv-count
               perform find-http-conn
               if http-conn-row is greater than zero
                 perform serve-http-request
               else
                 perform accept-received-bytes
               end-if
           end-evaluate
           if buffer-length(buffer-number) is less than or equal to zero
             call 'addRead' using
               by value fdesc
             end-call
      D      display 'add read ' fdesc end-display
           else
           if http-write-queued is equal to 1
             move zero to http-write-queued
           else
             call 'addWrite' using
               by value fdesc
             end-call
      D      display 'add write ' fdesc end-display
           end-if
           end-if.

      *----------------------------------------------------------------
      * an HTTP connection's bytes never enter the framing table -
      * http-gateway.cbl parses them, dispatches through process-
      * request (which queues the write itself) and leaves the HTTP
      * response in this slot's buffer for send-buffer to drain.
      *----------------------------------------------------------------
       serve-http-request.
           set buffer-length(buffer-number) to frame-recv-count
           call 'http-gateway' using
             by reference buffer(buffer-number)
             by reference buffer-length(buffer-number)
             by reference fdesc
             by reference http-write-queued
           end-call.

      *----------------------------------------------------------------
      * framing-mode fork (see framelist.cpy): bytes from a
      * connection that is mid-frame, or that open with the 'FRME'
             end-call
      D      display 'remove write ' fdesc end-display
      *----------------------------------------------------------------
      * HTTP is one request, one response, then close - the
      * Connection: close http-gateway.cbl promised.
      *----------------------------------------------------------------
             perform find-http-conn
             if http-conn-row is greater than zero
               perform close-connection
               exit paragraph
             end-if
      *----------------------------------------------------------------
      * a framed connection may already hold the next complete
      * frame (a pipelining client sends them back to back) - serve
      * it now off the reassembly row rather than waiting for bytes
             end-if
           end-perform
      *----------------------------------------------------------------
      * and any login session (sessionlist.cpy) or operator session
      * (operatorstate.cpy) - a recycled descriptor holding someone
      * else's session would be a credential handed to a stranger.
      *----------------------------------------------------------------
           perform
             varying sess-ind from 1 by 1
               move spaces to session-section(sess-ind)
               move spaces to session-key(sess-ind)
             end-if
             if op-session-socket(sess-ind) is equal to fdesc
               move zero to op-session-socket(sess-ind)
               move spaces to op-session-name(sess-ind)
               move zero to op-session-expires(sess-ind)
             end-if
           end-perform
      *----------------------------------------------------------------
      * and any change ticket it named (changeticket.cpy) - the next
      * connection on the descriptor must not make its changes
      * under somebody else's RFC.
      *----------------------------------------------------------------
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if change-ticket-socket(sess-ind) is equal to fdesc
               move zero to change-ticket-socket(sess-ind)
               move spaces to change-ticket-number(sess-ind)
               move spaces to change-ticket-reason(sess-ind)
             end-if
           end-perform
      *----------------------------------------------------------------
      * and its HTTP marking (httpgateway.cpy) - a recycled
      * descriptor accepted off the native listener must not be
      * parsed as HTTP.
      *----------------------------------------------------------------
           perform
             varying http-conn-ind from 1 by 1
               until http-conn-ind is greater than 1024
             if http-conn-socket(http-conn-ind) is equal to fdesc
               move zero to http-conn-socket(http-conn-ind)
             end-if
           end-perform
      *----------------------------------------------------------------
      * and the connection-registry row (connadmin.cpy) - the
               move zero to ca-peer-ip(conn-ind)
               move zero to ca-bytes(conn-ind)
               move zero to ca-tls(conn-ind)
               move space to ca-listener(conn-ind)
               move spaces to ca-app-name(conn-ind)
               move spaces to ca-app-version(conn-ind)
               move spaces to ca-app-host(conn-ind)
               move zero to ca-app-slot(conn-ind)
               move spaces to ca-cert-subject(conn-ind)
             end-if
           end-perform
           set socket(buffer-number) to -1
                 to ca-last-activity(conn-ind)
               move zero to ca-bytes(conn-ind)
               move tls-active-accepted to ca-tls(conn-ind)
               evaluate true
                 when peer-is-af-unix is equal to 1
                   move 'U' to ca-listener(conn-ind)
                 when peer-is-http is equal to 1
                   move 'H' to ca-listener(conn-ind)
                 when other
                   move 'T' to ca-listener(conn-ind)
               end-evaluate
               move spaces to ca-app-name(conn-ind)
               move spaces to ca-app-version(conn-ind)
               move spaces to ca-app-host(conn-ind)
               move zero to ca-app-slot(conn-ind)
               move spaces to ca-cert-subject(conn-ind)
               move 65 to conn-ind
             end-if
           end-perform.
               perform close-connection
           end-search.

      *----------------------------------------------------------------
      * a burst of kicks (key-incident's) goes through the very same
      * teardown, one descriptor at a time.
      *----------------------------------------------------------------
       drain-kick-queue.
           perform
             varying kick-ind from 1 by 1
               until kick-ind is greater than 64
             if kick-queue-socket(kick-ind) is not equal to zero
               move kick-queue-socket(kick-ind) to kick-request-socket
               move zero to kick-queue-socket(kick-ind)
               perform kick-requested-connection
             end-if
           end-perform.

       close-kicked-idle.
           perform
             varying tls-guard-ind from 1 by 1
               move spaces to session-section(sess-ind)
               move spaces to session-key(sess-ind)
             end-if
             if op-session-socket(sess-ind) is equal to fdesc
               move zero to op-session-socket(sess-ind)
               move spaces to op-session-name(sess-ind)
               move zero to op-session-expires(sess-ind)
             end-if
           end-perform
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if change-ticket-socket(sess-ind) is equal to fdesc
               move zero to change-ticket-socket(sess-ind)
               move spaces to change-ticket-number(sess-ind)
               move spaces to change-ticket-reason(sess-ind)
             end-if
           end-perform
           perform
             varying http-conn-ind from 1 by 1
               until http-conn-ind is greater than 1024
             if http-conn-socket(http-conn-ind) is equal to fdesc
               move zero to http-conn-socket(http-conn-ind)
             end-if
           end-perform
           perform
             varying conn-ind from 1 by 1
               move zero to ca-peer-ip(conn-ind)
               move zero to ca-bytes(conn-ind)
               move zero to ca-tls(conn-ind)
               move space to ca-listener(conn-ind)
               move spaces to ca-app-name(conn-ind)
               move spaces to ca-app-version(conn-ind)
               move spaces to ca-app-host(conn-ind)
               move zero to ca-app-slot(conn-ind)
               move spaces to ca-cert-subject(conn-ind)
             end-if
           end-perform
           call 'close' using
