           organization is indexed
           access mode is dynamic
           record key is scr-composite-key
           alternate record key is scr-sparam-name
             with duplicates
           file status is scratch-status-1.

         select report-file assign to report-path
         02 scr-state picture x(40).
         02 scr-created-on picture 9(8).
         02 scr-last-used-on picture 9(8).
         02 scr-section-checksum picture 9(9).
         02 scr-api-keys
             occurs 1 to 30 times depending on scr-api-keys-count.
           03 scr-api-key picture x(80).
         02 scr-schunk-count picture 9(2).
         02 scr-sexpires-on picture 9(8).
         02 scr-sparam-value picture x(87).
         02 scr-schecksum picture 9(9).

       fd report-file.
       01 report-line picture x(120).
       01 count-display-1 picture 9(9).
       01 count-display-2 picture 9(9).
       01 count-display-3 picture 9(9).
       01 parts-left binary-long unsigned.

       procedure division.
       start-dr-drill.
           end-compute

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input scratch-sections
           open input scratch-settings
           perform measure-recovery-gap
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform measure-settings-gap
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close scratch-sections
           close scratch-settings

                   end-read
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the settings half, one partition of the live store at a time
      * (see settingsroute.cpy) - the scratch copy is the backup's
      * single merged image, so every live row is looked up in it
      * directly.
      *----------------------------------------------------------------
       measure-settings-gap.
           move low-values to composite-key
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
