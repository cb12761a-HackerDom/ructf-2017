      * keyrolloverdb.cpy
      * shared file-control entry for the key-rollovers-db
      * (key-rollovers.dat) indexed file - one record per api-key
      * rolled over with roll-apikey, linking the predecessor to
      * its successor until the overlap ends and retire-keys
      * withdraws the predecessor. copied by every program that
      * reads or writes a rollover so the file-name/key never
      * drifts between them. the actual path lives in
      * key-rollovers-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional key-rollovers-db assign to external
             key-rollovers-dat-path
           organization is indexed
           access mode is dynamic
           record key is key-rollover-key
           lock mode is automatic
           sharing with all other.
