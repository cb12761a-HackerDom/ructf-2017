      * deploymarkdb.cpy
      * shared file-control entry for the deploy-marks-db
      * (deploy-markers.dat) indexed file - the deployment marker
      * ledger, one record per application deploy deploy-mark
      * recorded. copied by every program that reads or writes one
      * so the file-name/key never drifts between them. the actual
      * path lives in deploy-marks-path (serverconfig.cpy), built
      * once at start-up by load-data-paths.
         select optional deploy-marks-db assign to external
             deploy-marks-path
           organization is indexed
           access mode is dynamic
           record key is dm-key
           lock mode is automatic
           sharing with all other.
