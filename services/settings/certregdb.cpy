      * certregdb.cpy
      * shared file-control entry for the cert-register-db
      * (cert-register.dat) indexed file - one record for every
      * certificate artifact (artifactrecord.cpy) cert-scan.cbl has
      * parsed: who it names, who issued it, when it is valid, who
      * owns it and which params point at it. keyed by the
      * artifact name. written by cert-scan.cbl only; read by
      * cert-calendar.cbl. the actual path lives in
      * cert-register-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional cert-register-db assign to external
             cert-register-path
           organization is indexed
           access mode is dynamic
           record key is cr-artifact
           lock mode is automatic
           sharing with all other.
