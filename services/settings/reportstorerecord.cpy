      * reportstorerecord.cpy
      * shared record layout for the report-store-db
      * (report-store.dat) file. copied by every program that reads
      * or writes one so the layout never drifts between them.
      * one record per printed line of a filed report run, keyed by
      * the run's index key (reportindexrecord.cpy) and the line's
      * number within it, so a reprint is one key-ordered walk.
      * a line longer than rps-text is cut at its width.
         fd report-store-db is external.
         01 report-store-record.
           02 report-line-key.
             03 rps-name picture x(20).
             03 rps-run-date picture 9(8).
             03 rps-run-seq picture 9(4).
             03 rps-line-no picture 9(7).
           02 rps-text picture x(200).
