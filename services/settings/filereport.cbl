       identification division.
       program-id. file-report.

      * files one report run into the report repository: the lines
      * of a captured print file go into the report store under the
      * report's name, today's date and the next free sequence for
      * that name and day, and one index row records the run - when
      * it was filed, how many lines, the exit code it finished
      * with and the login that filed it. run-job-plan.cbl calls it
      * for every job it runs, on the job's captured output;
      * report-repo FILE calls it for a report piped in by hand.
      * with file-echo 1 each line is also DISPLAYed as it is filed,
      * so a captured job's output still reaches the console it
      * would have printed on. an empty capture files nothing and
      * hands back sequence zero.

       environment division.
       input-output section.
       file-control.
         copy reportindexdb.
         copy reportstoredb.

         select optional capture-file assign to capture-file-path
           organization is line sequential
           file status is capture-status.

       data division.
       file section.
         copy reportindexrecord.
         copy reportstorerecord.

       fd capture-file.
       01 capture-line picture x(200).

       working-storage section.
         copy serverconfig.
       01 capture-file-path picture x(255).
       01 capture-status picture xx.
       01 capture-done picture 9.
       01 walk-done picture 9.
       01 today-date picture 9(8).
       01 next-seq picture 9(4).
       01 line-count picture 9(7).
       01 filed-by picture x(16).

       linkage section.
       01 file-name picture x(20).
       01 file-capture-path picture x(255).
       01 file-exit-code picture s9(9).
       01 file-echo picture 9.
       01 file-seq picture 9(4).
       01 file-lines picture 9(7).

       procedure division
         using file-name, file-capture-path, file-exit-code,
           file-echo, file-seq, file-lines.
       start-file-report.
           move zero to file-seq
           move zero to file-lines
           move file-capture-path to capture-file-path
           move function current-date(1:8) to today-date
           move spaces to filed-by
           accept filed-by from environment 'USER'
           if filed-by is equal to spaces
             move 'unknown' to filed-by
           end-if

           open input capture-file
           if capture-status is not equal to '00'
             goback
           end-if
           open i-o report-index-db
           open i-o report-store-db
           perform find-next-seq

           move zero to line-count
           move zero to capture-done
           perform
             until capture-done is equal to 1
             read capture-file
               at end
                 move 1 to capture-done
               not at end
                 perform file-one-line
             end-read
           end-perform
           close capture-file

           if line-count is greater than zero
             move file-name to rpt-name
             move today-date to rpt-run-date
             move next-seq to rpt-run-seq
             move function current-date(1:14) to rpt-filed-at
             move line-count to rpt-line-count
             move file-exit-code to rpt-exit-code
             move filed-by to rpt-filed-by
             write report-index-record
               invalid key
                 continue
             end-write
             move next-seq to file-seq
             move line-count to file-lines
           end-if

           close report-index-db
           close report-store-db
           goback.

      *----------------------------------------------------------------
      * the day's runs of this report sit together in key order - the
      * next sequence is one past the last of them.
      *----------------------------------------------------------------
       find-next-seq.
           move 1 to next-seq
           move file-name to rpt-name
           move today-date to rpt-run-date
           move zero to rpt-run-seq
           move zero to walk-done
           start report-index-db
             key is not less than report-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read report-index-db next record
               at end
                 move 1 to walk-done
               not at end
                 if rpt-name is not equal to file-name
                     or rpt-run-date is not equal to today-date
                   move 1 to walk-done
                 else
                   compute next-seq = rpt-run-seq + 1
                   end-compute
                 end-if
             end-read
           end-perform.

       file-one-line.
           if file-echo is equal to 1
             display function trim(capture-line trailing) end-display
           end-if
           if line-count is equal to 9999999
             exit paragraph
           end-if
           add 1 to line-count end-add
           move file-name to rps-name
           move today-date to rps-run-date
           move next-seq to rps-run-seq
           move line-count to rps-line-no
           move capture-line to rps-text
           write report-store-record
             invalid key
               continue
           end-write.

       end program file-report.
