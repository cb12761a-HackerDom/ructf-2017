      * bundleregrecord.cpy
      * shared record layout for the bundle-register-db
      * (app-bundles.dat) file. copied by every program that reads
      * or writes one so the layout never drifts between them.
      * one record per application that boots from an offline
      * fallback bundle when neither the service nor its standby
      * answers: the sections and views it reads, up to 8, in the
      * render format it reads them in (render-build.cbl), and the
      * INSTANCE whose overlays its values are resolved for (spaces
      * - the base values). the first entry is always a section,
      * the application's home section: the bundle is signed under
      * that section's signing secret (sign-secret-for.cbl), the
      * one the application already fetches with sign-secret.
      * bundle-reg.cbl keeps the list; build-bundles.cbl fills in
      * the build half each night - when, the bundle's checksum and
      * size, whether it could be signed, and each entry's own
      * render hash, which bundle-report.cbl re-renders against to
      * tell whether the live data has moved on since.
         fd bundle-register-db is external.
         01 bundle-register-record.
           02 ab-application picture x(40).
           02 ab-format picture x(4).
           02 ab-instance picture x(16).
           02 ab-registered-on picture 9(8).
           02 ab-registered-by picture x(16).
           02 ab-entry-count picture 9.
           02 ab-entries occurs 8 times.
             03 ab-kind picture x(4).
               88 ab-section-entry value 'SECT'.
               88 ab-view-entry value 'VIEW'.
             03 ab-name picture x(40).
             03 ab-entry-hash picture 9(9).
           02 ab-built-at picture 9(14).
           02 ab-bundle-hash picture 9(9).
           02 ab-bundle-bytes picture 9(9).
           02 ab-signed-with picture x.
             88 ab-signed value 'C'.
             88 ab-unsigned value space.
           02 ab-last-try-at picture 9(14).
           02 ab-last-try-rcode picture x(2).
