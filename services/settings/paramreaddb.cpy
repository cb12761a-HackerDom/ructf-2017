      * paramreaddb.cpy
      * shared file-control entry for the param-reads-db
      * (param-reads.dat) indexed file - when each param was last
      * read and how often. copied by every program that reads or
      * writes one so the file-name/key never drifts between them.
      * the actual path lives in param-reads-dat-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional param-reads-db assign to external
             param-reads-dat-path
           organization is indexed
           access mode is dynamic
           record key is param-read-key
           lock mode is automatic
           sharing with all other.
