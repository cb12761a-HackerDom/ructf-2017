      * hrleaverdb.cpy
      * shared file-control entry for the hr-leavers-db
      * (hr-leavers.dat) indexed file - the api-keys whose owner the
      * HR leavers and movers extract has named, kept until the key
      * is re-owned or retired. copied by every program that reads
      * or writes one so the file-name/key never drifts between
      * them. the actual path lives in hr-leavers-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional hr-leavers-db assign to external
             hr-leavers-path
           organization is indexed
           access mode is dynamic
           record key is hl-key
           lock mode is automatic
           sharing with all other.
