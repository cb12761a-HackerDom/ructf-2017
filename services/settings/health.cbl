      * the first failed probe's rcode comes back; all well is 'ok'.
      * an EMPTY file is healthy - it's positioning that must work,
      * not the presence of data.
      * every answer that differs from the one before it is appended
      * to the health history (health-history-path) with the time -
      * a probe every few seconds costs nothing there, but the
      * changes are what slo-report.cbl rebuilds the month's
      * availability from. the first answer after start-up always
      * differs, so each start is on it too.

       environment division.
       input-output section.
           organization is line sequential
           file status is probe-status-1.

         select optional health-history-file assign to
             health-history-path
           organization is line sequential
           file status is history-status-1.

       data division.
       file section.
         copy sectionrecord.
       fd health-audit-probe.
       01 probe-line picture x(128).

      *  timestamp YYYYMMDDHHMMSS, a space, the rcode answered.
       fd health-history-file.
       01 health-history-line.
         02 hh-stamp picture x(14).
         02 filler picture x.
         02 hh-rcode picture x(2).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 section-status-2 picture xx.
         01 probe-status-1 picture xx.
         01 probe-failed picture 9.
         01 history-status-1 picture xx.
         01 last-answer picture x(2) value spaces.

       linkage section.
         01 argc binary-long unsigned.
           end-start
           if section-status-1 is greater than '2'
             move 'd1' to rcode
             perform note-health-answer
             goback
           end-if

      * anything else means the file itself is in trouble.
      *----------------------------------------------------------------
           move low-values to composite-key
           call 'settings-route' using by content 'S' end-call
           start settings-db
             key is greater than composite-key
             invalid key
           if setting-status-1 is not equal to '00'
               and setting-status-1 is not equal to '23'
             move 'd2' to rcode
             perform note-health-answer
             goback
           end-if

           end-if
           if probe-failed is equal to 1
             move 'd3' to rcode
             perform note-health-answer
             goback
           end-if

           move 'ok' to rcode
           perform note-health-answer
           goback.

       note-health-answer.
           if rcode is equal to last-answer
             exit paragraph
           end-if
           open extend health-history-file
           if history-status-1 is not equal to '00'
               and history-status-1 is not equal to '05'
             exit paragraph
           end-if
           move rcode to last-answer
           move spaces to health-history-line
           move function current-date(1:14) to hh-stamp
           move rcode to hh-rcode
           write health-history-line
           close health-history-file.

       end program health.
