      * watch.cbl uses in reverse: kick-conn.cbl validates the
      * request and leaves the descriptor here, and the event loop
      * (which owns the sockets) closes it cleanly on its next
      * pass. kick-queue is the same handoff for many at once:
      * key-incident.cbl parks there every connection riding on a
      * revoked key's session or watch, and the event loop drains
      * the lot on the same pass (zero means an empty place).
      * ca-listener is the listener the connection came in on (T the
      * TCP/TLS port, U the Unix-domain socket, H the HTTP gateway).
      * the ca-app fields are what the client declared in its hello
      * (hello.cbl) - spaces until it sends one - and ca-app-slot its
      * row in the per-application stats (statscounters.cpy). the
      * hello-request fields are the same two-step handoff login
      * uses: hello.cbl validates and leaves the declaration here,
      * process-request.cbl (which knows the socket) files it on the
      * connection's row.
      * ca-cert-subject is the subject of the client certificate the
      * connection verified with on the TLS listener (cert-login.cbl),
      * spaces when it presented none. audit-cert-subject is that
      * subject exposed for the one dispatch in progress - process-
      * request.cbl sets it from the dispatching socket's row and
      * blanks it afterwards, and audit-log.cbl puts it on every line
      * written meanwhile as ' crt="..."'.
         01 conn-admin is external.
           02 kick-request-socket binary-long.
           02 kick-queue occurs 64 times.
             03 kick-queue-socket binary-long.
           02 conn-rows occurs 64 times.
             03 ca-socket binary-long.
             03 ca-peer-ip binary-long unsigned.
             03 ca-last-activity binary-long unsigned.
             03 ca-bytes binary-long unsigned.
             03 ca-tls picture 9.
             03 ca-listener picture x.
             03 ca-app-name picture x(32).
             03 ca-app-version picture x(16).
             03 ca-app-host picture x(64).
             03 ca-app-slot picture 99.
             03 ca-cert-subject picture x(64).
           02 hello-request-flag picture 9.
           02 hello-request-app picture x(32).
           02 hello-request-version picture x(16).
           02 hello-request-host picture x(64).
           02 audit-cert-subject picture x(64).
