      * consumerdb.cpy
      * shared file-control entry for the consumers-db
      * (consumers.dat) indexed file - the consumer registry: which
      * keys read which section, and the team behind each. copied
      * by every program that reads or writes one so the
      * file-name/key never drifts between them. the actual path
      * lives in consumers-dat-path (serverconfig.cpy), built once
      * at start-up by load-data-paths.
         select optional consumers-db assign to external
             consumers-dat-path
           organization is indexed
           access mode is dynamic
           record key is consumer-key
           lock mode is automatic
           sharing with all other.
