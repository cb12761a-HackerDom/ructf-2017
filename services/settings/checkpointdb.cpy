      * checkpointdb.cpy
      * shared file-control entry for the checkpoints-db
      * (checkpoints.dat) indexed file - the commit-interval
      * checkpoints the long-running batch jobs leave behind them,
      * one record per job. copied by batch-checkpoint.cbl, the only
      * program that reads or writes it, so the file-name/key
      * never drifts. the actual path lives in checkpoints-dat-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional checkpoints-db assign to external
             checkpoints-dat-path
           organization is indexed
           access mode is dynamic
           record key is ckpt-job
           lock mode is automatic
           sharing with all other.
