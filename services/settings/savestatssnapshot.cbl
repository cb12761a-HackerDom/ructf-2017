      * record itself is zeroed. per-command detail is folded to one
      * total-dispatched figure so the line shape doesn't change
      * every time a command is added; statstrend.cbl reads the
      * deltas between lines back into per-day volumes. the
      * per-command latency buckets go to their own file on the same
      * cadence instead - see latency-snap-file below.
      * one line, fixed columns:
      *   timestamp(21) accepted recv send idle bytes-in bytes-out
      *   unknown checksum throttled dispatched   (9(9) each)
             section-stats-path
           organization is line sequential.

         select optional latency-snap-file assign to
             latency-snapshot-path
           organization is line sequential.

       data division.
       file section.
       fd section-snap-file.
         02 ssnap-writes picture 9(9).
         02 ssnap-bytes picture 9(9).

      *  one line per command dispatched since start-up: timestamp,
      *  command, then its CUMULATIVE dispatch count and the three
      *  latency buckets (statscounters.cpy) - slo-report.cbl reads
      *  deltas between consecutive lines, a count going backward
      *  meaning a restart.
       fd latency-snap-file.
       01 latency-snap-line.
         02 lsnap-stamp picture x(21).
         02 filler picture x.
         02 lsnap-command picture x(11).
         02 filler picture x.
         02 lsnap-count picture 9(9).
         02 lsnap-under10 picture 9(9).
         02 lsnap-under100 picture 9(9).
         02 lsnap-over100 picture 9(9).

       fd snapshot-file.
       01 snapshot-line.
         02 snap-stamp picture x(21).
         copy serverconfig.
         copy statscounters.
         copy sectionstats.
         01 ind picture 9(3).
         01 dispatched-total binary-long unsigned.
         01 sect-ind picture 99.
         01 section-snap-stamp picture x(21).

           move zero to dispatched-total
           perform
             varying ind from 1 by 1 until ind is greater than 99
             add stats-command-count(ind) to dispatched-total end-add
           end-perform
           move dispatched-total to snap-dispatched
           end-perform
           close section-snap-file

           open extend latency-snap-file
           perform
             varying ind from 1 by 1 until ind is greater than 99
             if stats-command-count(ind) is greater than zero
               move spaces to latency-snap-line
               move section-snap-stamp to lsnap-stamp
               move stats-command-name(ind) to lsnap-command
               move stats-command-count(ind) to lsnap-count
               move stats-lat-under10(ind) to lsnap-under10
               move stats-lat-under100(ind) to lsnap-under100
               move stats-lat-over100(ind) to lsnap-over100
               write latency-snap-line
             end-if
           end-perform
           close latency-snap-file

      *----------------------------------------------------------------
      * the same cadence keeps the monitoring agent's flat
      * name=value feed current - see write-metrics-feed.cbl, which
      * agent never reads a torn copy.
      *----------------------------------------------------------------
           call 'write-metrics-feed' end-call

      *----------------------------------------------------------------
      * and the intranet status page, built and swapped in the same
      * way - see write-status-page.cbl.
      *----------------------------------------------------------------
           call 'write-status-page' end-call
           goback.

       end program save-stats-snapshot.
