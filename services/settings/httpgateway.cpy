      * httpgateway.cpy
      * the plain-HTTP gateway's process-wide state. perform-http-
      * descriptor.cbl stores the listening descriptor here (-1 when
      * HTTPPORT is unset - the same "no listener" value the Unix-
      * domain one uses) so start-handling.cbl can tell an HTTP
      * accept from the native-protocol ones without another
      * argument on its linkage. the counters are the gateway's own
      * view of its traffic; everything it dispatches is also
      * counted per command in statscounters.cpy like any other
      * request, because it goes through process-request.cbl.
      * http-conn-socket lists the live connections accepted off
      * that listener - the same side-table shape as the TLS watch
      * guard in watchlist.cpy, zero meaning a free row - so the
      * recv path knows whose bytes are HTTP.
         01 http-gateway-state is external.
           02 http-server-descriptor binary-long.
           02 http-requests-served binary-long unsigned.
           02 http-requests-refused binary-long unsigned.
           02 http-conn-socket binary-long occurs 1024 times.
