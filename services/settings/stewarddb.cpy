      * stewarddb.cpy
      * shared file-control entry for the stewards-db (stewards.dat)
      * indexed file - one record per section naming who is
      * accountable for it. copied by every program that reads or
      * writes one so the file-name/key never drifts between them.
      * the actual path lives in stewards-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
         select optional stewards-db assign to external
             stewards-path
           organization is indexed
           access mode is dynamic
           record key is st-section
           lock mode is automatic
           sharing with all other.
