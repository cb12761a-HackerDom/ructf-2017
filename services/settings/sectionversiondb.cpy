      * sectionversiondb.cpy
      * shared file-control entry for the section-versions-db
      * (section-versions.dat) indexed file - the per-section
      * change counter conditional get-section reads. copied by
      * every program that reads or writes one so the file-name/key
      * never drifts between them. the actual path lives in
      * section-versions-dat-path (serverconfig.cpy), built once at
      * start-up by load-data-paths. version-status-1/
      * version-status-2 must be declared, picture xx each, in every
      * copying program's working-storage section - section-version
      * reads them to notice a batch run that never opened the file.
         select optional section-versions-db assign to external
             section-versions-dat-path
           organization is indexed
           access mode is dynamic
           record key is sv-section
           lock mode is automatic
           file status is version-status-1 version-status-2
           sharing with all other.
