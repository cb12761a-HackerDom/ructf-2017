      * certusedb.cpy
      * shared file-control entry for the cert-uses-db
      * (cert-uses.dat) indexed file - every client certificate the
      * TLS listener has verified, mapped or not, one record per
      * fingerprint. copied by every program that reads or writes
      * one so the file-name/key never drifts between them. the
      * actual path lives in cert-uses-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
         select optional cert-uses-db assign to external
             cert-uses-path
           organization is indexed
           access mode is dynamic
           record key is cu-fingerprint
           lock mode is automatic
           sharing with all other.
