      * reports on has run. gathers the latest results every other
      * overnight job left behind - the backup job's backup.log, the
      * run-ledger's word on whether verify-backup finished OK,
      * the supervisor's restart ledger for the past day,
      * monitor-alert.log, the reconcile-actions file awaiting
      * review, the newest stats snapshot, the per-section traffic
      * snapshots (for the top growth movers), plus a fresh walk of
           organization is line sequential
           file status is side-status-1.

         select optional restart-ledger-file assign to external
             restart-ledger-path
           organization is line sequential
           file status is side-status-1.

         select optional digest-file assign to digest-log-path
           organization is line sequential.

       fd ledger-file.
       01 ledger-line picture x(128).

       fd restart-ledger-file.
       01 restart-ledger-line.
         02 rl-date picture x(8).
         02 filler picture x.
         02 rl-time picture x(6).
         02 filler picture x.
         02 rl-event picture x(7).
         02 filler picture x(73).

       fd digest-file.
       01 digest-line picture x(100).

       01 stale-count binary-long unsigned value zero.
       01 keys-in-grace binary-long unsigned value zero.
       01 keys-expired binary-long unsigned value zero.
       01 server-crashes binary-long unsigned value zero.
       01 server-restarts binary-long unsigned value zero.
       01 server-gave-up binary-long unsigned value zero.
       01 restart-since picture x(14).
       01 restart-seen picture x(14).
       01 now-time-text picture x(6).
       01 yesterday picture 9(8).
       01 restart-display picture 9(9).
       01 have-snapshot picture 9 value zero.
       01 last-snap-line picture x(132).

           perform build-side-paths
           perform read-backup-log
           perform read-run-ledger
           perform read-restart-ledger
           perform count-alerts
           perform count-pending-actions
           perform walk-sections
      *----------------------------------------------------------------
      * verify-backup reports only to its exit code, which the
      * orchestrator's run-ledger retains - today's ledger line for
      * it, status O (or K, finished by resuming a checkpoint - see
      * runjobplan.cbl), is the 'verified yes'.
      *----------------------------------------------------------------
       read-run-ledger.
           move 'no ' to backup-verified
                 if ledger-line(1:8) is equal to today-text
                     and ledger-line(10:13) is equal to
                       'verify-backup'
                     and (ledger-line(31:1) is equal to 'O'
                       or ledger-line(31:1) is equal to 'K')
                   move 'yes' to backup-verified
                 end-if
             end-read
           end-perform
           close ledger-file.

      *----------------------------------------------------------------
      * supervise-server's ledger, the last 24 hours of it: how often
      * the server died, how often it was brought back, and whether
      * the supervisor gave up on a crash loop - so a 03:00 restart
      * is on the page even when nobody was paged.
      *----------------------------------------------------------------
       read-restart-ledger.
           move function current-date(9:6) to now-time-text
           move spaces to restart-since
           move function date-of-integer(today-int - 1) to yesterday
           string yesterday delimited by size
               now-time-text delimited by size
             into restart-since
           end-string
           open input restart-ledger-file
           if side-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read restart-ledger-file
               at end
                 move 1 to at-eof
               not at end
                 move spaces to restart-seen
                 string rl-date rl-time delimited by size
                   into restart-seen
                 end-string
                 if restart-seen is not less than restart-since
                   evaluate rl-event
                     when 'EXIT'
                       add 1 to server-crashes end-add
                     when 'RESTART'
                       add 1 to server-restarts end-add
                     when 'GIVEUP'
                       add 1 to server-gave-up end-add
                   end-evaluate
                 end-if
             end-read
           end-perform
           close restart-ledger-file.

       count-alerts.
           open input alert-file
           if side-status-1 is not equal to '00'
           end-string
           perform emit-line

           move spaces to digest-text
           if server-gave-up is greater than zero
             move server-crashes to count-display
             string 'server: CRASH LOOP - supervisor gave up after '
                 delimited by size
               count-display delimited by size
               ' exits (24h)' delimited by size
               into digest-text
             end-string
           else
             move server-crashes to count-display
             move server-restarts to restart-display
             string 'server abnormal exits (24h): ' delimited by size
                 count-display delimited by size
                 '   restarts: ' delimited by size
                 restart-display delimited by size
               into digest-text
             end-string
           end-if
           perform emit-line

           move alerts-today to count-display
           move spaces to digest-text
           string 'monitor alerts today: ' delimited by size
