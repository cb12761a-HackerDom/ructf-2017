      * certuserecord.cpy
      * shared record layout for the cert-uses-db (cert-uses.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * cert-login.cbl files one per certificate presented on the
      * TLS listener: who it named, when it was first and last
      * seen, how often, and how the last one went - cu-outcome
      * 'ok' logged in to cu-section, 'nm' no mapping, 'bn' mapped
      * to a section that is gone, 'st' mapped to a slot that no
      * longer holds the mapped key, 'ke' the slot's key is past
      * its age limit, 'sf' the session table was full.
      * cert-use-report.cbl reads it back.
         fd cert-uses-db is external.
         01 cert-use-record.
           02 cu-fingerprint picture x(64).
           02 cu-subject picture x(128).
           02 cu-first-seen picture 9(14).
           02 cu-last-seen picture 9(14).
           02 cu-count picture 9(9).
           02 cu-section picture x(40).
           02 cu-outcome picture x(2).
