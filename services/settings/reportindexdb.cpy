      * reportindexdb.cpy
      * shared file-control entry for the report-index-db
      * (report-index.dat) indexed file - one row per batch report
      * run filed in the report repository. copied by every program
      * that reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in
      * report-index-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional report-index-db assign to external
             report-index-dat-path
           organization is indexed
           access mode is dynamic
           record key is report-key
           lock mode is automatic
           sharing with all other.
