      * paramlockdb.cpy
      * shared file-control entry for the param-locks-db
      * (param-locks.dat) indexed file - one record per param that
      * is write-once or locked, keyed by section and param. copied
      * by every program that reads or writes one so the
      * file-name/key never drifts between them. the actual path
      * lives in param-locks-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional param-locks-db assign to external
             param-locks-path
           organization is indexed
           access mode is dynamic
           record key is param-lock-key
           lock mode is automatic
           sharing with all other.
