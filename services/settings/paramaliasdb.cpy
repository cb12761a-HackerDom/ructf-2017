      * paramaliasdb.cpy
      * shared file-control entry for the param-aliases-db
      * (param-aliases.dat) indexed file - one record per param
      * renamed with rename-parm, keyed by the section and the OLD
      * name, for as long as get-section still answers reads of the
      * old name with the new name's value. copied by every program
      * that reads or writes an alias so the file-name/key never
      * drifts between them. the actual path lives in
      * param-aliases-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional param-aliases-db assign to external
             param-aliases-dat-path
           organization is indexed
           access mode is dynamic
           record key is param-alias-key
           lock mode is automatic
           sharing with all other.
