       01 pos-line picture 9(9).

       fd journal-count-file.
       01 journal-count-line.
         02 filler picture x(21).
         02 jcl-op picture x(4).
         02 filler picture x(80).
         02 jcl-base picture x(9).
         02 filler picture x(356).

       fd fence-file.
       01 fence-line picture x(64).

       working-storage section.
         copy serverconfig.
         copy settingsroute.
       01 pos-status-1 picture xx.
       01 count-status-1 picture xx.
       01 arg-mode picture x(10).
       01 copy-rc binary-long.
       01 copy-failed picture 9 value zero.
       01 rebuild-rc binary-long.
       01 failback-probe-info picture x(16).
       01 failback-home-length binary-long unsigned.
       01 failback-part-ind binary-long unsigned.
       01 failback-suffix picture x(8).

       procedure division.
       start-promote-standby.
           end-string
           move sections-dat-path to copy-dst-path
           perform copy-one-pair
           perform copy-settings-back
           move spaces to copy-src-path
           string function trim(arg-dir) delimited by size
               '/setting-history.dat' delimited by size
             into copy-src-path
           end-string
           move setting-history-dat-path to copy-dst-path
           perform copy-one-pair.

      *----------------------------------------------------------------
      * settings.dat comes across in the primary's own layout: its
      * .parts file (settingsroute.cpy) first - or, with none there,
      * this box's removed - then the file or partitions it names,
      * each by the same suffix on both sides.
      *----------------------------------------------------------------
       copy-settings-back.
           call 'settings-route' using by content 'L' end-call
           move spaces to copy-src-path
           string function trim(arg-dir) delimited by size
               '/settings.dat.parts' delimited by size
             into copy-src-path
           end-string
           call 'CBL_CHECK_FILE_EXIST' using copy-src-path
               failback-probe-info
             returning copy-rc
           end-call
           if copy-rc is equal to zero
             move sroute-parts-path to copy-dst-path
             perform copy-one-pair
           else
             call 'CBL_DELETE_FILE' using sroute-parts-path end-call
           end-if
           move sroute-home-path to settings-dat-path
           call 'settings-route' using by content 'L' end-call

           move function length(function trim(sroute-home-path))
             to failback-home-length
           perform
             varying failback-part-ind from 1 by 1
               until failback-part-ind is greater than
                   sroute-part-count
             move spaces to failback-suffix
             move sroute-part-path(failback-part-ind)
                 (failback-home-length + 1:)
               to failback-suffix
             move spaces to copy-src-path
             string function trim(arg-dir) delimited by size
                 '/settings.dat' delimited by size
                 failback-suffix delimited by space
               into copy-src-path
             end-string
             move sroute-part-path(failback-part-ind) to copy-dst-path
             perform copy-one-pair
           end-perform.

       copy-one-pair.
           call 'CBL_COPY_FILE' using copy-src-path copy-dst-path
               at end
                 move 1 to at-eof
               not at end
                 if jcl-op is equal to 'BASE'
                     and journal-lines is equal to zero
                   move function numval(jcl-base) to journal-lines
                 else
                   add 1 to journal-lines end-add
                 end-if
             end-read
           end-perform
           close journal-count-file.
