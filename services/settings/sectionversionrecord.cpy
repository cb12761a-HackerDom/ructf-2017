      * sectionversionrecord.cpy
      * shared record layout for the section-versions-db
      * (section-versions.dat) file. copied by every program that
      * reads or writes one so the layout never drifts between them.
      * one record per section name that has ever been changed: a
      * counter that only ever climbs, bumped once by every
      * committed mutation of the section or any of its settings
      * (section-version.cbl, called from cache-invalidate.cbl, which
      * every writer already calls). a caller holding a copy of the
      * section sends back the sv-version it last saw and is
      * answered 'nc' - not changed - with no payload when nothing
      * has moved since. the record outlives del-section on purpose:
      * a section deleted and re-added carries on from its old
      * count, so a stale copy of the first incarnation can never
      * match the second. a section never changed since this file
      * existed has no record and reads as version zero.
      * one more record, keyed by a low-values byte no section name
      * can start with and then COMMIT-POSITION, counts every bump
      * made to any section: the commit position (see section-
      * version.cbl's 'P' read). one more again, keyed the same way
      * with COMMIT-BRACKET, counts the mutating dispatches under
      * way right now and when the oldest of them began (the 'O',
      * 'K' and 'W' modes).
         fd section-versions-db is external.
         01 section-version-record.
           02 sv-section picture x(40).
           02 sv-version picture 9(12).
           02 sv-bumped-at picture 9(14).
