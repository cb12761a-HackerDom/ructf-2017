      * syslogstate.cpy
      * one-shot severity for the next server.log line forwarded to
      * the syslog collector - the same two-step handoff auditnote.cpy
      * uses. write-log's own lines go out as informational; a caller
      * that knows better (log-error marks its lines as errors) sets
      * log-severity-next to the syslog severity digit just before
      * its write-log call, and write-log blanks it again once the
      * line has gone, so it can never ride along on a later line.
      * spaces (or the runtime's untouched low-values) means the
      * default. see syslogforward.cbl.
         01 syslog-severity-state is external.
           02 log-severity-next picture x.
