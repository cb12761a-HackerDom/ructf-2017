      * reportstoredb.cpy
      * shared file-control entry for the report-store-db
      * (report-store.dat) indexed file - the lines of every report
      * run filed in the report repository. copied by every program
      * that reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in
      * report-store-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional report-store-db assign to external
             report-store-dat-path
           organization is indexed
           access mode is dynamic
           record key is report-line-key
           lock mode is automatic
           sharing with all other.
