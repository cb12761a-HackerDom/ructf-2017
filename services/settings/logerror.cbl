       data division.
       working-storage section.
         copy serverconfig.
         copy syslogstate.
       01 errno binary-char unsigned.
       01 errno-name picture x(16).
       01 errno-message picture x(64).
               errno-message delimited by space
             into log-message
           end-string
           move '3' to log-severity-next
           call 'write-log' using log-message end-call

           if need-abort is greater than zero
