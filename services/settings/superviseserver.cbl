       identification division.
       program-id. supervise-server.

      * the long-running watchdog the init script starts in place of
      * the listener itself. launches the server (SERVERCMD in
      * settings.cfg, 'settings' when unset - a plain command line,
      * which cannot carry an '=' through the config parser) and
      * waits on it. a clean exit (code 0 - the shutdown command)
      * ends the supervisor too; anything else is a crash, and the
      * server is launched again after a backoff that doubles from
      * 5 seconds to a 5-minute ceiling, reset once a run has stayed
      * up ten minutes. the server's own start-up already does the
      * recovery work - the dirty marker, verify-data-files,
      * recovery-file-path - so a restart is all it needs from
      * here. more than CRASHLOOPMAX abnormal exits inside any hour
      * is a crash loop: relaunching only burns the checkpoint, so
      * the supervisor stops, puts a SUPERVISOR alert on the bus and
      * exits nonzero for a person to look at. every launch, exit
      * and verdict is appended to the restart ledger
      * (restart-ledger-path), which morning-digest.cbl summarises.
      * usage:
      *   supervise-server
      *
      * ledger line layout (fixed columns):
      *   cols  1-8   date YYYYMMDD
      *   col   9     space
      *   cols 10-15  time HHMMSS
      *   col  16     space
      *   cols 17-23  event: START, EXIT (abnormal), STOP (clean),
      *               RESTART (backoff chosen), GIVEUP (crash loop)
      *   col  24     space
      *   cols 25-     exit=NNN signal=NN exits-1h=NN backoff=NNNs

       environment division.
       input-output section.
       file-control.
         select optional restart-ledger-file assign to external
             restart-ledger-path
           organization is line sequential.

       data division.
       file section.
       fd restart-ledger-file.
       01 restart-ledger-line picture x(96).

       working-storage section.
         copy serverconfig.
       01 launch-command picture x(113).
       01 wait-status binary-long.
       01 exit-code picture 9(3).
       01 exit-signal picture 9(2).
       01 ledger-event picture x(7).
       01 exits-in-hour picture 9(2).
       01 backoff-seconds picture 9(3).
       01 consecutive-crashes picture 9(2) value zero.
       01 supervise-done picture 9 value zero.

       01 clock-stamp picture 9(14).
       01 clock-stamp-parts redefines clock-stamp.
         02 clock-date picture 9(8).
         02 clock-hh picture 99.
         02 clock-mm picture 99.
         02 clock-ss picture 99.
       01 clock-seconds picture 9(14).
       01 launch-seconds picture 9(14).

      *  when each of the most recent abnormal exits happened, oldest
      *  overwritten first - an hour's worth is all the crash-loop
      *  test ever looks at.
       01 crash-table.
         02 crash-next picture 99 value 1.
         02 crash-at picture 9(14) occurs 64 times value zero.
       01 crash-ind picture 99.

       01 alert-class picture x(16) value 'SUPERVISOR'.
       01 alert-bus-text picture x(96).

       procedure division.
       start-supervise-server.
           call 'load-data-paths' end-call
           move spaces to launch-command
           if server-command is equal to spaces
             move 'settings' to launch-command
           else
             move function trim(server-command) to launch-command
           end-if
           move x'00'
             to launch-command(
               function length(function trim(launch-command)) + 1:1)
           if crash-loop-max is equal to zero
             move 1 to crash-loop-max
           end-if
           if crash-loop-max is greater than 63
             move 63 to crash-loop-max
           end-if

           move zero to exit-code
           move zero to exit-signal
           move zero to exits-in-hour
           move zero to backoff-seconds
           perform
             until supervise-done is equal to 1
             perform run-server-once
           end-perform
           goback.

       run-server-once.
           move zero to exit-code
           move zero to exit-signal
           move 'START' to ledger-event
           perform write-ledger-line
           perform read-clock
           move clock-seconds to launch-seconds

           move zero to return-code
           call 'SYSTEM' using launch-command end-call
           move return-code to wait-status
           move zero to return-code

      *----------------------------------------------------------------
      * the runtime hands back the raw wait status: an exit code
      * sits in the high byte, a terminating signal comes back on
      * its own.
      *----------------------------------------------------------------
           if wait-status is greater than 255
             divide wait-status by 256 giving exit-code end-divide
           else
             move wait-status to exit-signal
           end-if
           perform read-clock

           if exit-code is equal to zero
               and exit-signal is equal to zero
             move 'STOP' to ledger-event
             perform write-ledger-line
             display 'supervise-server: server stopped cleanly'
               end-display
             move 1 to supervise-done
             exit paragraph
           end-if

           move clock-seconds to crash-at(crash-next)
           add 1 to crash-next end-add
           if crash-next is greater than 64
             move 1 to crash-next
           end-if
           move zero to exits-in-hour
           perform
             varying crash-ind from 1 by 1
               until crash-ind is greater than 64
             if crash-at(crash-ind) is greater than zero
                 and crash-at(crash-ind) + 3600
                   is greater than clock-seconds
               add 1 to exits-in-hour end-add
             end-if
           end-perform
           move 'EXIT' to ledger-event
           perform write-ledger-line
           display 'supervise-server: server exited abnormally (exit '
             exit-code ' signal ' exit-signal ')' end-display

           if exits-in-hour is greater than crash-loop-max
             move 'GIVEUP' to ledger-event
             perform write-ledger-line
             move spaces to alert-bus-text
             string 'server crash loop - ' delimited by size
                 exits-in-hour delimited by size
                 ' abnormal exits in an hour, last exit '
                   delimited by size
                 exit-code delimited by size
                 ' signal ' delimited by size
                 exit-signal delimited by size
                 '; not restarting' delimited by size
               into alert-bus-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-bus-text
             end-call
             display 'supervise-server: crash loop - giving up'
               end-display
             move 1 to return-code
             move 1 to supervise-done
             exit paragraph
           end-if

           if clock-seconds - launch-seconds is not less than 600
             move zero to consecutive-crashes
           end-if
           add 1 to consecutive-crashes end-add
           move 5 to backoff-seconds
           perform
             varying crash-ind from 2 by 1
               until crash-ind is greater than consecutive-crashes
                 or backoff-seconds is not less than 300
             multiply 2 by backoff-seconds end-multiply
           end-perform
           if backoff-seconds is greater than 300
             move 300 to backoff-seconds
           end-if
           move 'RESTART' to ledger-event
           perform write-ledger-line
           call 'C$SLEEP' using backoff-seconds end-call.

       read-clock.
           move function current-date(1:14) to clock-stamp
           compute clock-seconds =
             function integer-of-date(clock-date) * 86400
             + clock-hh * 3600 + clock-mm * 60 + clock-ss
           end-compute.

       write-ledger-line.
           move spaces to restart-ledger-line
           string function current-date(1:8) delimited by size
               ' ' delimited by size
               function current-date(9:6) delimited by size
               ' ' delimited by size
               ledger-event delimited by size
               ' exit=' delimited by size
               exit-code delimited by size
               ' signal=' delimited by size
               exit-signal delimited by size
               ' exits-1h=' delimited by size
               exits-in-hour delimited by size
               ' backoff=' delimited by size
               backoff-seconds delimited by size
               's' delimited by size
             into restart-ledger-line
           end-string
           open extend restart-ledger-file
           write restart-ledger-line
           close restart-ledger-file.

       end program supervise-server.
