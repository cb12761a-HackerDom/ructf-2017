      * suspkeydb.cpy
      * shared file-control entry for the susp-keys-db
      * (suspended-keys.dat) indexed file - the api-key slots an
      * administrator has suspended, one record per section and key
      * fingerprint. copied by every program that reads or writes
      * one so the file-name/key never drifts between them. the
      * actual path lives in susp-keys-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
         select optional susp-keys-db assign to external
             susp-keys-path
           organization is indexed
           access mode is dynamic
           record key is sk-key
           lock mode is automatic
           sharing with all other.
