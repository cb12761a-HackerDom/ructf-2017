      * keybinddb.cpy
      * shared file-control entry for the key-binds-db
      * (key-bindings.dat) indexed file - the source networks each
      * bound api-key slot may be used from. copied by every program
      * that reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in key-binds-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional key-binds-db assign to external
             key-binds-path
           organization is indexed
           access mode is dynamic
           record key is kb-key
           lock mode is automatic
           sharing with all other.
