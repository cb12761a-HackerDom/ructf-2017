       identification division.
       program-id. hello.

      * lets a client say who it is: the application's name, its
      * version and the host it runs on, declared once per
      * connection. nothing is checked or stored here beyond the
      * name being present - the declaration is left in the
      * hello-request fields of connadmin.cpy and process-request.cbl
      * (which knows the socket) files it on the connection's row,
      * counts it against the application in statscounters.cpy and
      * writes it to the server log, the two-step handoff login.cbl
      * uses. a second hello on the same connection simply replaces
      * the first. on a listener named in HELLOREQUIRED
      * (settings.cfg) it is the one command - with list-cmds and
      * health - a connection may send before it has said hello.
      * answers 'ok', or 'iv' when the application name is blank.

       data division.
       working-storage section.
         copy connadmin.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 app-name picture x(32).
           02 app-version picture x(16).
           02 app-host picture x(64).
           02 filler picture x(901).
         01 result.
           02 rcode picture x(2).
           02 filler picture x(1022).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-hello.
           if argc is less than 32
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move zero to hello-request-flag
           move 2 to result-length
           if app-name is equal to spaces
             move 'iv' to rcode
             goback
           end-if

           move 1 to hello-request-flag
           move app-name to hello-request-app
           move spaces to hello-request-version
           move spaces to hello-request-host
           if argc is greater than 32
             move app-version to hello-request-version
           end-if
           if argc is greater than 48
             move app-host to hello-request-host
           end-if
           move 'ok' to rcode
           goback.

       end program hello.
