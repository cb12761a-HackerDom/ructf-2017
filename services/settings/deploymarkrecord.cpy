      * deploymarkrecord.cpy
      * shared record layout for the deploy-marks-db
      * (deploy-markers.dat) file. copied by every program that
      * reads or writes one so the layout never drifts between
      * them.
      * one record per deploy a release pipeline reported through
      * deploy-mark.cbl: application, version and host group, and
      * when it went out - keyed application first, so one
      * application's deploys read back in time order. beside it,
      * the state of every section the application reads as it
      * stood when the marker was recorded: each section's change
      * counter (section-version.cbl) and the commit position
      * across all sections, so "what config did this deploy go
      * out against" is answered by the counters, and "what has
      * changed since" by any counter that has moved on.
      * section-timeline and audit-query interleave the markers
      * with the config changes; since-deploy lists the changes
      * made after an application's last one.
         fd deploy-marks-db is external.
         01 deploy-mark-record.
           02 dm-key.
             03 dm-application picture x(40).
             03 dm-deployed-at picture 9(14).
             03 dm-host-group picture x(24).
           02 dm-version picture x(24).
           02 dm-marked-at picture 9(14).
           02 dm-marked-by picture x(16).
           02 dm-key-fingerprint picture 9(15).
           02 dm-commit-position picture 9(12).
           02 dm-section-count picture 99.
           02 dm-sections occurs 10 times.
             03 dm-section picture x(40).
             03 dm-section-version picture 9(12).
