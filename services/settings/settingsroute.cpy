      * settingsroute.cpy
      * the live layout of the partitioned settings store, kept by
      * settings-route.cbl - the one program that opens, closes and
      * re-points the shared settings-db connector (settingdb.cpy).
      * settings.dat is split by section into sroute-part-count
      * physical files, a section's rows all living in the partition
      * settings-part-of.cbl hashes its name to. with one partition
      * (the layout every install starts with) that partition is
      * settings.dat itself; with more they are settings.dat.p01,
      * .p02 ... beside it, and settings.dat.parts records how many
      * there are - written only by repartition-settings.cbl, which
      * moves the data between layouts. SETTINGSPARTS in
      * settings.cfg is the count that job is asked for; the live
      * count is always what the .parts file says, so the two can
      * never disagree about where a row is.
      * sroute-home-path is settings-dat-path as the caller set it
      * (the partitions are derived from it, so a job pointing the
      * store at a restored copy gets that copy's partitions);
      * sroute-current is the partition the connector is open on,
      * zero while it is closed; sroute-open-mode is I (input) or U
      * (i-o). whole-file jobs (backup, reorg, restore) load the
      * layout with op L and work down sroute-part-path themselves.
         01 settings-route-state is external.
           02 sroute-home-path picture x(255).
           02 sroute-part-count binary-long unsigned.
           02 sroute-current binary-long unsigned.
           02 sroute-open-mode picture x.
           02 sroute-parts-path picture x(255).
           02 sroute-part-path picture x(255) occurs 16 times.
