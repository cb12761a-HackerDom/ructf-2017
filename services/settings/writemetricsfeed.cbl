      * file no matter when it wakes up.
      * one metric per line: the statscounters.cpy counters, the
      * latency buckets totalled across commands, total dispatches,
      * the live data files' byte sizes, and per application that
      * has said hello (hello.cbl) its hellos and requests, the
      * application's name folded to lower case with anything but
      * letters and digits turned to '_'.

       environment division.
       input-output section.
       working-storage section.
         copy serverconfig.
         copy statscounters.
         copy settingsroute.
         01 ind picture 9(3).
         01 metric-name picture x(48).
         01 app-ind picture 99.
         01 slug-ind picture 99.
         01 app-slug picture x(32).
         01 metric-value binary-long unsigned.
         01 metric-value-display picture 9(12).
         01 lat-under10-total binary-long unsigned.
         01 lat-over100-total binary-long unsigned.
         01 dispatched-total binary-long unsigned.
         01 probe-path picture x(255).
         01 settings-part-ind binary-long unsigned.
         01 settings-size-total binary-double unsigned.
      *  CBL_CHECK_FILE_EXIST's answer area: the size in the first
      *  8 bytes, then the file's date and time fields (unused
      *  here).
           move zero to lat-over100-total
           move zero to dispatched-total
           perform
             varying ind from 1 by 1 until ind is greater than 99
             add stats-command-count(ind) to dispatched-total end-add
             add stats-lat-under10(ind) to lat-under10-total end-add
             add stats-lat-under100(ind) to lat-under100-total
           move 'sections_dat_bytes' to metric-name
           move sections-dat-path to probe-path
           perform write-file-size-metric
           perform write-settings-size-metric
           move 'setting_history_dat_bytes' to metric-name
           move setting-history-dat-path to probe-path
           perform write-file-size-metric
           move key-index-dat-path to probe-path
           perform write-file-size-metric

           perform
             varying app-ind from 1 by 1
               until app-ind is greater than 32
             if stats-app-name(app-ind) is not equal to spaces
               perform write-app-metrics
             end-if
           end-perform

           close metrics-file

      *----------------------------------------------------------------
           end-string
           write metrics-line.

       write-app-metrics.
           move function lower-case(stats-app-name(app-ind))
             to app-slug
           perform
             varying slug-ind from 1 by 1 until slug-ind is greater than
               function length(function trim(app-slug trailing))
             if app-slug(slug-ind:1) is not alphabetic-lower
                 and app-slug(slug-ind:1) is not numeric
               move '_' to app-slug(slug-ind:1)
             end-if
             if app-slug(slug-ind:1) is equal to space
               move '_' to app-slug(slug-ind:1)
             end-if
           end-perform
           move spaces to metric-name
           string 'app_hellos_' delimited by size
               app-slug delimited by space
             into metric-name
           end-string
           move stats-app-hellos(app-ind) to metric-value
           perform write-one-metric
           move spaces to metric-name
           string 'app_requests_' delimited by size
               app-slug delimited by space
             into metric-name
           end-string
           move stats-app-requests(app-ind) to metric-value
           perform write-one-metric.

       write-file-size-metric.
           move zero to fi-size
           call 'CBL_CHECK_FILE_EXIST' using
           end-string
           write metrics-line.

      *----------------------------------------------------------------
      * settings.dat as the store it stands for - the partitions of
      * a partitioned store (settingsroute.cpy) summed into the one
      * figure, so the series carries on across a repartition.
      *----------------------------------------------------------------
       write-settings-size-metric.
           call 'settings-route' using by content 'L' end-call
           move zero to settings-size-total
           perform
             varying settings-part-ind from 1 by 1
               until settings-part-ind is greater than
                   sroute-part-count
             move sroute-part-path(settings-part-ind) to probe-path
             move zero to fi-size
             call 'CBL_CHECK_FILE_EXIST' using
                 probe-path file-info
               returning probe-rc
             end-call
             if probe-rc is equal to zero
               add fi-size to settings-size-total end-add
             end-if
           end-perform
           move settings-size-total to metric-value-display
           move spaces to metrics-line
           string 'settings_dat_bytes=' delimited by size
               metric-value-display delimited by size
             into metrics-line
           end-string
           write metrics-line.

       end program write-metrics-feed.
