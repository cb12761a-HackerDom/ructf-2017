      * fix-section's on sections-db). every program copying this
      * file-control entry must declare both items, picture xx each,
      * in its own working-storage section.
      * sparam-name is an alternate key, duplicates allowed - one
      * param's rows across every section in one keyed range, for
      * the questions asked by param rather than by section
      * (find-param.cbl, where-used-report.cbl). the runtime keeps
      * it on every write, rewrite and delete; every file built in
      * this shape (reorg, repartition, backup images) declares it
      * too. note it ranges over continuation chunks as well - a
      * chunk's sparam-name is the param's with a '~0n' suffix
      * (settingrecord.cpy), so a prefix range meets them.
         select optional settings-db assign to external
             settings-dat-path
           organization is indexed
           access mode is dynamic
           record key is composite-key
           alternate record key is sparam-name with duplicates
           lock mode is automatic
           file status is setting-status-1 setting-status-2
           sharing with all other.
