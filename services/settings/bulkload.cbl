      * in front of the original line, so the fix-and-rerun loop
      * works off one file. rows for a section that doesn't exist
      * are rejected rather than conjuring sections - onboarding
      * creates those deliberately, with keys.
      * the load checkpoints as it goes (batch-checkpoint.cbl): a
      * run that dies part way is resumed by running it again over
      * the same input, skipping the rows already loaded and adding
      * to the reject file rather than starting it over. rows since
      * the last checkpoint are loaded again - a set of the same
      * value - and a reject among them is listed twice. a
      * different input over an unfinished load is refused (exit
      * code 3) unless FRESH is given, in place of the delimiter or
      * after it. usage:
      *   bulk-load <input-path> <reject-path> [delimiter] [FRESH]

       environment division.
       input-output section.
       01 input-status-1 picture xx.
       01 input-path picture x(255).
       01 reject-path picture x(255).
       01 arg-delimiter picture x(8).
       01 arg-fresh picture x(8).
       01 row-delimiter picture x.
       01 at-eof picture 9.

       01 rows-read binary-long unsigned value 0.
       01 rows-loaded binary-long unsigned value 0.
       01 rows-rejected binary-long unsigned value 0.
         copy checkpointarea.

       procedure division.
       start-bulk-load.
           accept input-path from argument-value
           accept reject-path from argument-value
           accept arg-delimiter from argument-value
           move spaces to arg-fresh
           accept arg-fresh from argument-value
           if reject-path is equal to spaces
             display 'bulk-load: usage: bulk-load <input-path> '
               '<reject-path> [delimiter] [FRESH]' end-display
             move 1 to return-code
             goback
           end-if
           if function upper-case(arg-delimiter) is equal to 'FRESH'
             move arg-delimiter to arg-fresh
             move spaces to arg-delimiter
           end-if
           if arg-delimiter is equal to spaces
             move '|' to row-delimiter
           else
             move 1 to return-code
             goback
           end-if

      *----------------------------------------------------------------
      * checkpoint counts: 1 loaded, 2 rejected; ck-position is the
      * input rows read, blank ones included.
      *----------------------------------------------------------------
           move 'bulk-load' to ck-job
           move input-path to ck-input
           move zero to ck-fresh
           if function upper-case(arg-fresh) is equal to 'FRESH'
             move 1 to ck-fresh
           end-if
           call 'batch-checkpoint' using
               by content 'B'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           if checkpoint-answer is equal to 2
             close input-file
             move 3 to return-code
             goback
           end-if

           move zero to at-eof
           if ck-resumed is equal to 1
             move ck-counts(1) to rows-loaded
             move ck-counts(2) to rows-rejected
             perform
               until rows-read is not less than ck-position
                 or at-eof is equal to 1
               read input-file
                 at end
                   move 1 to at-eof
                 not at end
                   add 1 to rows-read end-add
               end-read
             end-perform
             open extend reject-file
           else
             open output reject-file
           end-if
           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open input rules-db
           open input sensitive-db

           perform
             until at-eof is equal to 1
             read input-file
               not at end
                 add 1 to rows-read end-add
                 perform load-one-row
                 perform note-progress
                 call 'batch-checkpoint' using
                     by content 'K'
                     by reference checkpoint-area
                   returning checkpoint-answer
                 end-call
             end-read
           end-perform

           close input-file
           close reject-file
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close rules-db
           close sensitive-db

           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           display 'bulk-load: ' rows-read ' row(s) read, '
             rows-loaded ' loaded, ' rows-rejected ' rejected'
             end-display
           goback.

       load-one-row.
           move spaces to row-section
           move spaces to row-param
           if input-line is equal to spaces
             exit paragraph
           end-if
               perform reject-row
           end-evaluate.

       note-progress.
           move rows-read to ck-position
           move rows-loaded to ck-counts(1)
           move rows-rejected to ck-counts(2)
           move spaces to ck-last-key
           string function trim(row-section) delimited by size
               ' ' delimited by size
               function trim(row-param) delimited by size
             into ck-last-key
           end-string.

       reject-row.
           add 1 to rows-rejected end-add
           move spaces to reject-line
