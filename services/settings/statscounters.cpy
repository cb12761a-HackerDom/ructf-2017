      * by elapsed wall time - under 10ms, 10-99ms, and 100ms or
      * more - clocked by process-request.cbl around the CALL at the
      * service clock's hundredth-of-a-second resolution.
           02 stats-commands occurs 99 times.
             03 stats-command-name picture x(11).
             03 stats-command-count binary-long unsigned.
             03 stats-lat-under10 binary-long unsigned.
             03 stats-lat-under100 binary-long unsigned.
             03 stats-lat-over100 binary-long unsigned.
      * per-application volume - the application a connection named
      * in its hello (hello.cbl), the hellos naming it and every
      * request its connections sent afterward. rows are taken in
      * order of first hello; once all 32 are taken, further
      * applications are counted together on the last row under
      * '(other)'.
           02 stats-apps occurs 32 times.
             03 stats-app-name picture x(32).
             03 stats-app-hellos binary-long unsigned.
             03 stats-app-requests binary-long unsigned.
