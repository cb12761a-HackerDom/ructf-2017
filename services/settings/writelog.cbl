       working-storage section.
         copy serverconfig.
         copy correlation.
         copy syslogstate.
       01 log-timestamp picture x(21).
       01 log-line-count binary-long unsigned value 0.
       01 rotated-log-path picture x(255).
       01 log-ptr binary-long unsigned.
       01 fwd-source picture x(8) value 'server'.
       01 fwd-severity picture 9.
       01 fwd-no-hash picture x(8) value spaces.
       01 fwd-text picture x(340).

       linkage section.
       01 log-message picture x(96).
           write server-log-line
           close server-log

      *----------------------------------------------------------------
      * the line on to the syslog collector when one is configured
      * (see syslogforward.cbl) - the message alone, the collector
      * stamping its own time and taking the correlation id as
      * structured data. informational unless the caller said
      * otherwise through syslogstate.cpy.
      *----------------------------------------------------------------
           move 6 to fwd-severity
           if log-severity-next is numeric
             move log-severity-next to fwd-severity
           end-if
           move spaces to log-severity-next
           move log-message to fwd-text
           call 'syslog-forward' using
             by reference fwd-source, fwd-severity, fwd-no-hash,
               fwd-no-hash, fwd-text
           end-call

           add 1 to log-line-count end-add
           if log-line-count is greater than log-max-lines
             move spaces to rotated-log-path
