      * reporttypedb.cpy
      * shared file-control entry for the report-types-db
      * (report-types.dat) indexed file - the retention period of
      * each report type in the report repository. copied by every
      * program that reads or writes one so the file-name/key never
      * drifts between them. the actual path lives in
      * report-types-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional report-types-db assign to external
             report-types-dat-path
           organization is indexed
           access mode is dynamic
           record key is rtyp-name
           lock mode is automatic
           sharing with all other.
