      * leasedb.cpy
      * shared file-control entry for the leases-db (leases.dat)
      * indexed file - the exclusive edit leases the lease-sect
      * command grants on a section. copied by every program that
      * reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in leases-dat-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional leases-db assign to external
             leases-dat-path
           organization is indexed
           access mode is dynamic
           record key is lease-section
           lock mode is automatic
           sharing with all other.
