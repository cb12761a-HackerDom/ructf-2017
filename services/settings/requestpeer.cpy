      * requestpeer.cpy
      * the source address of the connection whose request is being
      * served - the connection registry's 4-byte peer key (see
      * connadmin.cpy), most significant octet first, zero for an
      * AF_UNIX peer. set by process-request.cbl just before the
      * command is dispatched and zeroed again once it returns, so
      * a command that must say where a read came from (see
      * read-audit-note.cbl) need not reach into the registry
      * itself. zero also means no request is being served.
         01 request-peer-state is external.
           02 request-peer-ip binary-long unsigned.
