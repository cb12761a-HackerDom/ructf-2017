      * sectemplatedb.cpy
      * shared file-control entry for the section-templates-db
      * (section-templates.dat) indexed file - which template each
      * section was created from. copied by every program that
      * reads or writes one so the file-name/key never drifts
      * between them. the actual path lives in
      * section-templates-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional section-templates-db assign to external
             section-templates-dat-path
           organization is indexed
           access mode is dynamic
           record key is stpl-section
           lock mode is automatic
           sharing with all other.
