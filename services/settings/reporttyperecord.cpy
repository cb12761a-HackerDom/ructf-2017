      * reporttyperecord.cpy
      * shared record layout for the report-types-db
      * (report-types.dat) file. copied by every program that reads
      * or writes one so the layout never drifts between them.
      * one record per report name with a retention of its own, set
      * through report-repo RETAIN: how many days a filed run is
      * kept after the day it ran. zero keeps every run for good. a
      * report with no record here is kept report-retain-days
      * (REPORTRETAINDAYS in settings.cfg, default 90) - see
      * report-purge.cbl.
         fd report-types-db is external.
         01 report-type-record.
           02 rtyp-name picture x(20).
           02 rtyp-retain-days picture 9(5).
           02 rtyp-set-on picture 9(8).
           02 rtyp-set-by picture x(16).
