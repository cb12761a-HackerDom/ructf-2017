       identification division.
       program-id. write-status-page.

      * maintains the intranet status page for managers and the
      * service desk - the answers they would otherwise ask us to
      * run status and rate-stats for, as one self-contained HTML
      * file (no scripts, no images, its styling inline) in the
      * directory the web server serves (STATUSPAGEDIR in
      * settings.cfg; none configured, no page). called from
      * save-stats-snapshot on the idle-sweep cadence, right after
      * write-metrics-feed, and built the same way: written aside as
      * <page>.tmp in the same directory and renamed over the live
      * page, so the web server never hands out half a file. the
      * page is settings-status.html, the instance name folded in
      * (settings-status-<instance>.html) so several instances can
      * share one web directory. it shows:
      *   - the health answer (health.cbl's three probes)
      *   - connections open now and since start
      *   - per-command dispatch counts and latency buckets
      *   - the hot-section cache's hit rate
      *   - maintenance mode and the change-freeze state
      *   - on a standby, its lag behind the shipped journal
      *   - the latest run-job-plan night from the run-ledger
      *   - the last day's alerts from the alert bus, those the
      *     router has not yet delivered marked as such
      * no values, keys or section contents ever go on the page.

       environment division.
       input-output section.
       file-control.
         select page-file assign to page-tmp-path
           organization is line sequential
           file status is page-status.

         select optional ledger-file assign to run-ledger-path
           organization is line sequential
           file status is ledger-status.

         select optional bus-file assign to alert-bus-path
           organization is line sequential
           file status is bus-status.

         select optional router-state-file assign to
             alert-router-state-path
           organization is line sequential
           file status is router-status.

         select optional journal-file assign to change-journal-path
           organization is line sequential
           file status is journal-status.

       data division.
       file section.
       fd page-file.
       01 page-line picture x(400).

       fd ledger-file.
       01 ledger-line picture x(128).

       fd bus-file.
       01 bus-line.
         02 bus-stamp picture x(21).
         02 filler picture x.
         02 bus-class picture x(16).
         02 filler picture x.
         02 bus-text picture x(96).

       fd router-state-file.
       01 router-state-line.
         02 rst-kind picture x(4).
         02 filler picture x.
         02 rst-class picture x(16).
         02 filler picture x.
         02 rst-hash picture 9(9).
         02 filler picture x.
         02 rst-stamp picture x(14).

       fd journal-file.
       01 journal-line.
         02 jl-stamp picture x(21).
         02 jl-op picture x(4).
         02 filler picture x(80).
         02 jl-base picture x(9).
         02 filler picture x(402).

       working-storage section.
         copy serverconfig.
         copy statscounters.
         copy connadmin.
         copy maintflag.
         copy freezecal.
         copy standbystate.
       01 page-status picture xx.
       01 ledger-status picture xx.
       01 bus-status picture xx.
       01 router-status picture xx.
       01 journal-status picture xx.
       01 page-path picture x(255).
       01 page-tmp-path picture x(255).
       01 at-eof picture 9.
       01 ind binary-long unsigned.
       01 row-ind binary-long unsigned.
       01 now-stamp picture x(21).
       01 today-date picture 9(8).
       01 cutoff-int binary-long.
       01 cutoff-stamp picture x(14).
       01 open-connections binary-long unsigned.
       01 cache-total binary-long unsigned.
       01 cache-rate binary-long unsigned.
       01 num-a picture z(9)9.
       01 num-b picture z(9)9.
       01 num-c picture z(9)9.
       01 num-d picture z(9)9.
       01 cell-class picture x(4).
       01 line-ptr binary-long unsigned.

      *----------------------------------------------------------------
      * the health command, called in-process the way the dispatcher
      * calls it - no arguments in, a two-byte rcode out.
      *----------------------------------------------------------------
       01 health-argc binary-long unsigned value zero.
       01 health-argv picture x(1013) value spaces.
       01 health-result.
         02 health-rcode picture x(2).
         02 filler picture x(1022).
       01 health-length binary-long unsigned.
       01 health-more picture 9.

      *----------------------------------------------------------------
      * text bound for the page goes through html-escape: whatever
      * is in esc-in comes back in esc-out with &, <, > and " made
      * entities, esc-length its trimmed length.
      *----------------------------------------------------------------
       01 esc-in picture x(160).
       01 esc-out picture x(480).
       01 esc-length binary-long unsigned.
       01 esc-ptr binary-long unsigned.
       01 esc-ind binary-long unsigned.
       01 esc-in-length binary-long unsigned.

      *  the latest night in the run-ledger.
       01 ledger-day picture x(8) value spaces.
       01 ledger-count binary-long unsigned value zero.
       01 ledger-rows.
         02 ledger-row picture x(128) occurs 32 times.

      *  the newest alerts of the last day, oldest first.
       01 router-bookmark picture x(14).
       01 alert-count binary-long unsigned value zero.
       01 alert-seen binary-long unsigned value zero.
       01 alert-rows.
         02 alert-row occurs 20 times.
           03 al-stamp picture x(21).
           03 al-class picture x(16).
           03 al-text picture x(96).
       77 alert-limit binary-long unsigned value 20.

      *  the standby's position against the shipped journal.
       01 journal-count picture 9(9).
       01 journal-behind picture 9(9).
       01 journal-last-stamp picture x(21).
       01 applied-stamp picture x(21).

       procedure division.
       start-write-status-page.
           if status-page-dir is equal to spaces
               or status-page-dir is equal to low-values
             goback
           end-if
           move spaces to page-path
           if config-instance-name is equal to spaces
               or config-instance-name is equal to low-values
             string function trim(status-page-dir) delimited by size
                 '/settings-status.html' delimited by size
               into page-path
             end-string
           else
             string function trim(status-page-dir) delimited by size
                 '/settings-status-' delimited by size
                 function trim(config-instance-name)
                   delimited by size
                 '.html' delimited by size
               into page-path
             end-string
           end-if
           move spaces to page-tmp-path
           string function trim(page-path) delimited by size
               '.tmp' delimited by size
             into page-tmp-path
           end-string

           move function current-date to now-stamp
           move now-stamp(1:8) to today-date
           compute cutoff-int = function integer-of-date(today-date) - 1
           end-compute
           move spaces to cutoff-stamp
           move function date-of-integer(cutoff-int)
             to cutoff-stamp(1:8)
           move now-stamp(9:6) to cutoff-stamp(9:6)

           open output page-file
           if page-status is not equal to '00'
             goback
           end-if
           perform write-page-head
           perform write-health-block
           perform write-traffic-block
           perform write-command-block
           perform write-control-block
           perform write-standby-block
           perform write-job-plan-block
           perform write-alert-block
           move '</body></html>' to page-line
           write page-line end-write
           close page-file

      *----------------------------------------------------------------
      * the swap: one rename, so the web server serves the old
      * complete page or the new complete page and nothing between.
      *----------------------------------------------------------------
           call 'CBL_RENAME_FILE' using page-tmp-path page-path
           end-call
           goback.

       write-page-head.
           move '<!DOCTYPE html>' to page-line
           write page-line end-write
           move spaces to page-line
           string '<html><head><meta charset="utf-8">'
               '<meta http-equiv="refresh" content="60">'
               '<title>settings service status</title>'
               delimited by size
             into page-line
           end-string
           write page-line end-write
           move spaces to page-line
           string '<style>body{font-family:sans-serif;margin:1em 2em}'
               'table{border-collapse:collapse;margin-bottom:1em}'
               'td,th{border:1px solid #999;padding:2px 8px;'
               'text-align:left}th{background:#ddd}'
               '.ok{background:#cfc}.bad{background:#fcc}'
               '.warn{background:#ffc}</style></head><body>'
               delimited by size
             into page-line
           end-string
           write page-line end-write
           move spaces to page-line
           string '<h1>settings service status</h1><p>generated '
               now-stamp(1:4) '-' now-stamp(5:2) '-' now-stamp(7:2)
               ' ' now-stamp(9:2) ':' now-stamp(11:2) ':'
               now-stamp(13:2) delimited by size
             into page-line
           end-string
           if config-instance-name is not equal to spaces
               and config-instance-name is not equal to low-values
             move config-instance-name to esc-in
             perform html-escape
             move esc-out(1:esc-length) to esc-in
             move function length(function trim(page-line trailing))
               to row-ind
             add 1 to row-ind end-add
             string ' - instance ' delimited by size
                 esc-in(1:esc-length) delimited by size
               into page-line
               with pointer row-ind
             end-string
           end-if
           move function length(function trim(page-line trailing))
             to row-ind
           add 1 to row-ind end-add
           string '</p>' delimited by size
             into page-line
             with pointer row-ind
           end-string
           write page-line end-write.

      *----------------------------------------------------------------
      * the health command's answer - the same three probes the load
      * balancer asks for.
      *----------------------------------------------------------------
       write-health-block.
           move spaces to health-rcode
           call 'health' using
             by reference health-argc, health-argv, health-result,
               health-length
             returning health-more
           end-call
           move '<h2>health</h2><table>' to page-line
           write page-line end-write
           move spaces to page-line
           evaluate health-rcode
             when 'ok'
               move '<tr><td class="ok">ok - serving</td></tr>'
                 to page-line
             when 'd1'
               string '<tr><td class="bad">d1 - sections file will '
                   'not position for a read</td></tr>'
                   delimited by size
                 into page-line
               end-string
             when 'd2'
               string '<tr><td class="bad">d2 - settings file will '
                   'not position for a read</td></tr>'
                   delimited by size
                 into page-line
               end-string
             when 'd3'
               string '<tr><td class="bad">d3 - audit trail cannot '
                   'be opened for append</td></tr>' delimited by size
                 into page-line
               end-string
             when other
               string '<tr><td class="bad">' health-rcode
                   '</td></tr>' delimited by size
                 into page-line
               end-string
           end-evaluate
           write page-line end-write
           move '</table>' to page-line
           write page-line end-write.

       write-traffic-block.
           move zero to open-connections
           perform
             varying ind from 1 by 1
               until ind is greater than 64
             if ca-socket(ind) is greater than zero
               add 1 to open-connections end-add
             end-if
           end-perform
           move '<h2>connections</h2><table>' to page-line
           write page-line end-write
           move open-connections to num-a
           move stats-connections-accepted to num-b
           move spaces to page-line
           string '<tr><th>open now</th><td>' function trim(num-a)
               '</td></tr><tr><th>accepted since start</th><td>'
               function trim(num-b) '</td></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           move stats-idle-closes to num-a
           move stats-throttled-connections to num-b
           move stats-acl-denied to num-c
           move spaces to page-line
           string '<tr><th>closed idle</th><td>' function trim(num-a)
               '</td></tr><tr><th>throttled</th><td>'
               function trim(num-b)
               '</td></tr><tr><th>refused by ACL</th><td>'
               function trim(num-c) '</td></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           move '</table>' to page-line
           write page-line end-write

           compute cache-total = stats-cache-hits + stats-cache-misses
           end-compute
           move '<h2>section cache</h2><table>' to page-line
           write page-line end-write
           move stats-cache-hits to num-a
           move stats-cache-misses to num-b
           move spaces to page-line
           if cache-total is equal to zero
             string '<tr><th>hits</th><td>0</td></tr><tr><th>misses'
                 '</th><td>0</td></tr><tr><th>hit rate</th><td>'
                 'no reads yet</td></tr>' delimited by size
               into page-line
             end-string
           else
             compute cache-rate =
               stats-cache-hits * 100 / cache-total
             end-compute
             move cache-rate to num-c
             string '<tr><th>hits</th><td>' function trim(num-a)
                 '</td></tr><tr><th>misses</th><td>'
                 function trim(num-b)
                 '</td></tr><tr><th>hit rate</th><td>'
                 function trim(num-c) '%</td></tr>' delimited by size
               into page-line
             end-string
           end-if
           write page-line end-write
           move '</table>' to page-line
           write page-line end-write.

      *----------------------------------------------------------------
      * one row per command that has been dispatched since start, in
      * dispatch-table order, with its latency buckets.
      *----------------------------------------------------------------
       write-command-block.
           move '<h2>commands since start</h2><table>' to page-line
           write page-line end-write
           move spaces to page-line
           string '<tr><th>command</th><th>dispatched</th>'
               '<th>under 10ms</th><th>10-99ms</th>'
               '<th>100ms or more</th></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           perform
             varying ind from 1 by 1
               until ind is greater than 99
             if stats-command-count(ind) is greater than zero
               move stats-command-count(ind) to num-a
               move stats-lat-under10(ind) to num-b
               move stats-lat-under100(ind) to num-c
               move stats-lat-over100(ind) to num-d
               move spaces to page-line
               string '<tr><td>' delimited by size
                   stats-command-name(ind) delimited by space
                   '</td><td>' function trim(num-a)
                   '</td><td>' function trim(num-b)
                   '</td><td>' function trim(num-c)
                   '</td><td>' function trim(num-d)
                   '</td></tr>' delimited by size
                 into page-line
               end-string
               write page-line end-write
             end-if
           end-perform
           move '</table>' to page-line
           write page-line end-write
           move stats-unknown-commands to num-a
           move stats-checksum-failures to num-b
           move spaces to page-line
           string '<p>unknown commands ' function trim(num-a)
               ', checksum failures ' function trim(num-b) '</p>'
               delimited by size
             into page-line
           end-string
           write page-line end-write.

      *----------------------------------------------------------------
      * maintenance mode and the freeze calendar as they stand today
      * - every window covering today, and an open override.
      *----------------------------------------------------------------
       write-control-block.
           move '<h2>change control</h2><table>' to page-line
           write page-line end-write
           move spaces to page-line
           if maintenance-mode is equal to 1
             string '<tr><th>maintenance mode</th><td class="warn">'
                 'ON - changes refused</td></tr>' delimited by size
               into page-line
             end-string
           else
             string '<tr><th>maintenance mode</th><td class="ok">'
                 'off</td></tr>' delimited by size
               into page-line
             end-string
           end-if
           write page-line end-write

           move zero to row-ind
           perform
             varying ind from 1 by 1
               until ind is greater than freeze-entry-count
                 or ind is greater than 20
             if today-date is not less than frz-from(ind)
                 and today-date is not greater than frz-to(ind)
               add 1 to row-ind end-add
               move frz-scope(ind) to esc-in
               perform html-escape
               move spaces to page-line
               string '<tr><th>change freeze</th><td class="warn">'
                   frz-from(ind) ' to ' frz-to(ind) ', scope '
                   esc-out(1:esc-length) '</td></tr>'
                   delimited by size
                 into page-line
               end-string
               write page-line end-write
             end-if
           end-perform
           if row-ind is equal to zero
             move spaces to page-line
             string '<tr><th>change freeze</th><td class="ok">'
                 'none today</td></tr>' delimited by size
               into page-line
             end-string
             write page-line end-write
           end-if
           if freeze-override-until is numeric
               and freeze-override-until is greater than
                 function numval(now-stamp(1:14))
             move spaces to page-line
             string '<tr><th>freeze override</th><td class="warn">'
                 'open until ' freeze-override-until '</td></tr>'
                 delimited by size
               into page-line
             end-string
             write page-line end-write
           end-if
           move '</table>' to page-line
           write page-line end-write.

      *----------------------------------------------------------------
      * a standby's lag: the journal shipped to it holds one entry
      * per line, counted on from the BASE line a truncated journal
      * opens with, so its count is the primary's position as of
      * the last shipment; the applied bookmark is where replay has
      * reached. the stamps of the newest entry and of the last one
      * applied turn the count into time.
      *----------------------------------------------------------------
       write-standby-block.
           move '<h2>replication</h2><table>' to page-line
           write page-line end-write
           if standby-mode is not equal to 1
             move '<tr><th>role</th><td>primary</td></tr>'
               to page-line
             write page-line end-write
             move '</table>' to page-line
             write page-line end-write
             exit paragraph
           end-if

           move zero to journal-count
           move spaces to journal-last-stamp
           move spaces to applied-stamp
           open input journal-file
           if journal-status is equal to '00'
             move zero to at-eof
             perform
               until at-eof is equal to 1
               read journal-file
                 at end
                   move 1 to at-eof
                 not at end
                   if jl-op is equal to 'BASE'
                       and journal-count is equal to zero
                     move function numval(jl-base) to journal-count
                   else
                     add 1 to journal-count end-add
                     move jl-stamp to journal-last-stamp
                     if journal-count is equal to standby-applied-pos
                       move jl-stamp to applied-stamp
                     end-if
                   end-if
               end-read
             end-perform
             close journal-file
           end-if
           move zero to journal-behind
           if journal-count is greater than standby-applied-pos
             compute journal-behind =
               journal-count - standby-applied-pos
             end-compute
           end-if

           move standby-applied-pos to num-a
           move journal-count to num-b
           move journal-behind to num-c
           if journal-behind is equal to zero
             move 'ok' to cell-class
           else
             move 'warn' to cell-class
           end-if
           move spaces to page-line
           string '<tr><th>role</th><td>standby</td></tr>'
               '<tr><th>applied position</th><td>'
               function trim(num-a)
               '</td></tr><tr><th>journal entries on hand</th><td>'
               function trim(num-b)
               '</td></tr><tr><th>entries behind</th><td class="'
               function trim(cell-class) '">' function trim(num-c)
               '</td></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           move spaces to page-line
           string '<tr><th>newest journal entry</th><td>'
               journal-last-stamp(1:14)
               '</td></tr><tr><th>last applied entry</th><td>'
               applied-stamp(1:14) '</td></tr></table>'
               delimited by size
             into page-line
           end-string
           write page-line end-write.

      *----------------------------------------------------------------
      * the run-ledger's latest night: every line carrying the
      * newest date in the file.
      *----------------------------------------------------------------
       write-job-plan-block.
           move '<h2>last job-plan run</h2>' to page-line
           write page-line end-write
           open input ledger-file
           if ledger-status is equal to '00'
             move zero to at-eof
             perform
               until at-eof is equal to 1
               read ledger-file
                 at end
                   move 1 to at-eof
                 not at end
                   perform take-ledger-line
               end-read
             end-perform
             close ledger-file
           end-if
           if ledger-count is equal to zero
             move '<p>no run recorded</p>' to page-line
             write page-line end-write
             exit paragraph
           end-if

           move spaces to page-line
           string '<table><tr><th colspan="4">' ledger-day
               '</th></tr><tr><th>job</th><th>outcome</th>'
               '<th>started</th><th>exit</th></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than ledger-count
             perform write-ledger-row
           end-perform
           move '</table>' to page-line
           write page-line end-write.

       take-ledger-line.
           if ledger-line(1:8) is not numeric
             exit paragraph
           end-if
           if ledger-line(1:8) is greater than ledger-day
               or ledger-day is equal to spaces
             move ledger-line(1:8) to ledger-day
             move zero to ledger-count
           end-if
           if ledger-line(1:8) is equal to ledger-day
               and ledger-count is less than 32
             add 1 to ledger-count end-add
             move ledger-line to ledger-row(ledger-count)
           end-if.

      *----------------------------------------------------------------
      * ledger line: date(8) sp job(20) sp status(1) ' start='
      * stamp(14) ' end=' stamp(14) ' exit=' code - see
      * write-ledger-line in runjobplan.cbl.
      *----------------------------------------------------------------
       write-ledger-row.
           move ledger-row(row-ind) to ledger-line
           move ledger-line(10:20) to esc-in
           perform html-escape
           move spaces to page-line
           move 1 to line-ptr
           string '<tr><td>' esc-out(1:esc-length) '</td>'
               delimited by size
             into page-line
             with pointer line-ptr
           end-string
           evaluate ledger-line(31:1)
             when 'O'
               string '<td class="ok">finished OK</td>'
                   delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
             when 'K'
               string '<td class="ok">finished OK (resumed)</td>'
                   delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
             when 'F'
               string '<td class="bad">FAILED</td>' delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
             when 'S'
               string '<td class="warn">skipped</td>'
                   delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
             when 'N'
               string '<td class="warn">not run</td>'
                   delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
             when other
               string '<td>' ledger-line(31:1) '</td>'
                   delimited by size
                 into page-line
                 with pointer line-ptr
               end-string
           end-evaluate
           string '<td>' ledger-line(39:14) '</td><td>'
               ledger-line(78:10) '</td></tr>' delimited by size
             into page-line
             with pointer line-ptr
           end-string
           write page-line end-write.

      *----------------------------------------------------------------
      * the last day's alerts off the bus, newest twenty kept; one
      * stamped past the router's bookmark has not been delivered
      * yet.
      *----------------------------------------------------------------
       write-alert-block.
           move spaces to router-bookmark
           open input router-state-file
           if router-status is equal to '00'
             move zero to at-eof
             perform
               until at-eof is equal to 1
               read router-state-file
                 at end
                   move 1 to at-eof
                 not at end
                   if rst-kind is equal to 'BKMK'
                     move rst-stamp to router-bookmark
                   end-if
               end-read
             end-perform
             close router-state-file
           end-if

           open input bus-file
           if bus-status is equal to '00'
             move zero to at-eof
             perform
               until at-eof is equal to 1
               read bus-file
                 at end
                   move 1 to at-eof
                 not at end
                   if bus-stamp(1:14) is not less than cutoff-stamp
                     perform take-alert
                   end-if
               end-read
             end-perform
             close bus-file
           end-if

           move '<h2>alerts in the last day</h2>' to page-line
           write page-line end-write
           if alert-count is equal to zero
             move '<p class="ok">none</p>' to page-line
             write page-line end-write
             exit paragraph
           end-if
           if alert-seen is greater than alert-count
             move alert-seen to num-a
             move alert-count to num-b
             move spaces to page-line
             string '<p>' function trim(num-a) ' alerts; the newest '
                 function trim(num-b) ' shown</p>' delimited by size
               into page-line
             end-string
             write page-line end-write
           end-if
           move spaces to page-line
           string '<table><tr><th>raised</th><th>class</th>'
               '<th>alert</th><th>routed</th></tr>' delimited by size
             into page-line
           end-string
           write page-line end-write
           perform
             varying row-ind from alert-count by -1
               until row-ind is less than 1
             perform write-alert-row
           end-perform
           move '</table>' to page-line
           write page-line end-write.

       take-alert.
           add 1 to alert-seen end-add
           if alert-count is equal to alert-limit
             perform
               varying ind from 1 by 1
                 until ind is not less than alert-limit
               move alert-row(ind + 1) to alert-row(ind)
             end-perform
           else
             add 1 to alert-count end-add
           end-if
           move bus-stamp to al-stamp(alert-count)
           move bus-class to al-class(alert-count)
           move bus-text to al-text(alert-count).

       write-alert-row.
           move spaces to page-line
           move 1 to line-ptr
           string '<tr><td>' al-stamp(row-ind)(1:8) ' '
               al-stamp(row-ind)(9:2) ':' al-stamp(row-ind)(11:2)
               '</td>' delimited by size
             into page-line
             with pointer line-ptr
           end-string
           move al-class(row-ind) to esc-in
           perform html-escape
           string '<td>' esc-out(1:esc-length) '</td>'
               delimited by size
             into page-line
             with pointer line-ptr
           end-string
           move al-text(row-ind) to esc-in
           perform html-escape
           string '<td>' esc-out(1:esc-length) '</td>'
               delimited by size
             into page-line
             with pointer line-ptr
           end-string
           if al-stamp(row-ind)(1:14) is greater than router-bookmark
             string '<td class="warn">not yet</td></tr>'
                 delimited by size
               into page-line
               with pointer line-ptr
             end-string
           else
             string '<td>delivered</td></tr>' delimited by size
               into page-line
               with pointer line-ptr
             end-string
           end-if
           write page-line end-write.

       html-escape.
           move spaces to esc-out
           move 1 to esc-ptr
           move function length(function trim(esc-in trailing))
             to esc-in-length
           if esc-in is equal to spaces
             move 1 to esc-in-length
           end-if
           perform
             varying esc-ind from 1 by 1
               until esc-ind is greater than esc-in-length
             evaluate esc-in(esc-ind:1)
               when '&'
                 string '&amp;' delimited by size
                   into esc-out with pointer esc-ptr
                 end-string
               when '<'
                 string '&lt;' delimited by size
                   into esc-out with pointer esc-ptr
                 end-string
               when '>'
                 string '&gt;' delimited by size
                   into esc-out with pointer esc-ptr
                 end-string
               when '"'
                 string '&quot;' delimited by size
                   into esc-out with pointer esc-ptr
                 end-string
               when other
                 string esc-in(esc-ind:1) delimited by size
                   into esc-out with pointer esc-ptr
                 end-string
             end-evaluate
           end-perform
           compute esc-length = esc-ptr - 1
           end-compute.

       end program write-status-page.
