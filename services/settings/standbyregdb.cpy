      * standbyregdb.cpy
      * shared file-control entry for the standbys-db indexed file
      * (standbys.dat) - the standbys the change-journal is kept
      * for and the position each says it has applied. copied by
      * every program that reads or writes one so the file-name/key
      * never drifts between them. the actual path lives in
      * standbys-path (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional standbys-db assign to external
             standbys-path
           organization is indexed
           access mode is dynamic
           record key is sr-standby
           lock mode is automatic
           sharing with all other.
