      * releasediff.cpy
      * the differences between a named release (releaserecord.cpy)
      * and its section's live params, as apply-release.cbl works
      * them out and - asked to - applies them: rd-op 'SET ' for a
      * release param whose live value differs or is missing, 'DEL '
      * for a live param the release never had. each row carries
      * the live value as it stood (the before-image the unwind puts
      * back) and the release's. rd-rcode is apply-release's answer:
      * ok, nf (no such release), tl (more differences than the
      * table holds), ck (a live value failed its checksum), vr
      * (a release value refused by a rule - rd-detail names it),
      * pl (a changed param is locked or write-once - rd-detail
      * names it), qx, fl - qx/fl after the unwind has run.
         01 release-diff.
           02 rd-rcode picture x(2).
           02 rd-detail picture x(60).
           02 rd-count binary-long unsigned.
           02 rd-rows occurs 60 times.
             03 rd-op picture x(4).
             03 rd-param picture x(40).
             03 rd-live-found picture 9.
             03 rd-live-value picture x(348).
             03 rd-live-expires picture 9(8).
             03 rd-release-value picture x(348).
             03 rd-release-expires picture 9(8).
