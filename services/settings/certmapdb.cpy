      * certmapdb.cpy
      * shared file-control entry for the cert-maps-db
      * (cert-maps.dat) indexed file - the client certificates a
      * verified TLS connection may log in with, one record per
      * certificate subject or fingerprint. copied by every program
      * that reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in cert-maps-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional cert-maps-db assign to external
             cert-maps-path
           organization is indexed
           access mode is dynamic
           record key is cm-identity
           lock mode is automatic
           sharing with all other.
