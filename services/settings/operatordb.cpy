      * operatordb.cpy
      * shared file-control entry for the operators-db
      * (operators.dat) indexed file - the named operators enrolled
      * for the one-time-code second factor on master-key admin
      * commands, one record each. copied by every program that
      * reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in operators-dat-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional operators-db assign to external
             operators-dat-path
           organization is indexed
           access mode is dynamic
           record key is op-name
           lock mode is automatic
           sharing with all other.
