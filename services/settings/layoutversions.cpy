      *   - when a layout changes, bump the constant here, add the
      *     upgrade step to migrate-layout, and teach the readers
      *     that must straddle the window to tolerate both shapes
      *   - a change that moves fields under the key (rather than
      *     only giving new meaning to bytes already there) cannot
      *     be straddled: the -oldest constant is raised with it,
      *     closing the window, and migrate-layout runs with the
      *     listener down before the new build serves
      * version 2 (both files) added the per-record checksum.
      * setting-history version 2 added the change ticket and
      * reason (changeticket.cpy) at the end of the record - no
      * byte under a reader moves, but the indexed record grows,
      * which the file itself cannot straddle, so the window is
      * closed for it the same way.
      * settings version 3 added the alternate key on sparam-name
      * (settingdb.cpy) - no record changes, but a file's key set
      * is fixed when it is built, so the window is closed for it
      * too.
         77 sections-layout-current binary-long unsigned value 2.
         77 settings-layout-current binary-long unsigned value 3.
         77 sections-layout-oldest binary-long unsigned value 2.
         77 settings-layout-oldest binary-long unsigned value 3.
         77 history-layout-current binary-long unsigned value 2.
         77 history-layout-oldest binary-long unsigned value 2.
