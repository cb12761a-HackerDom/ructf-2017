      * reportindexrecord.cpy
      * shared record layout for the report-index-db
      * (report-index.dat) file. copied by every program that reads
      * or writes one so the layout never drifts between them.
      * one record per filed report run: the report name (the
      * program-id that produced it, or whatever name report-repo
      * FILE was given), the day it ran and a sequence within the
      * day, so a report run twice keeps both copies. the lines
      * themselves live in the report store (reportstorerecord.cpy)
      * under the same key. file-report.cbl writes both;
      * report-repo.cbl lists and reprints them; report-purge.cbl
      * drops a run once its type's retention
      * (reporttyperecord.cpy) has run out.
         fd report-index-db is external.
         01 report-index-record.
           02 report-key.
             03 rpt-name picture x(20).
             03 rpt-run-date picture 9(8).
             03 rpt-run-seq picture 9(4).
           02 rpt-filed-at picture x(14).
           02 rpt-line-count picture 9(7).
           02 rpt-exit-code picture s9(9).
           02 rpt-filed-by picture x(16).
