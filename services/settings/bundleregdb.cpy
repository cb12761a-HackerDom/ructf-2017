      * bundleregdb.cpy
      * shared file-control entry for the bundle-register-db
      * (app-bundles.dat) indexed file - which application's
      * offline fallback bundle carries which sections and views.
      * copied by every program that reads or writes one so the
      * file-name/key never drifts between them. the actual path
      * lives in bundle-register-path (serverconfig.cpy), built
      * once at start-up by load-data-paths.
         select optional bundle-register-db assign to external
             bundle-register-path
           organization is indexed
           access mode is dynamic
           record key is ab-application
           lock mode is automatic
           sharing with all other.
