      * consumerrecord.cpy
      * shared record layout for the consumers-db (consumers.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per (section, key fingerprint) pairing seen in
      * the key-usage registry (keyusagerecord.cpy) inside the
      * build's look-back: the team and contact the key-owners
      * registry (keyownerrecord.cpy) files for that key -
      * UNASSIGNED, contact blank, for a key nobody has claimed -
      * with the uses, distinct source addresses and last use the
      * usage records add up to. consumer-registry.cbl rebuilds the
      * whole file from scratch each run; change-notices.cbl reads
      * it to decide which teams hear about a section's changes.
         fd consumers-db is external.
         01 consumer-record.
           02 consumer-key.
             03 cons-section picture x(40).
             03 cons-fingerprint picture 9(15).
           02 cons-team picture x(40).
           02 cons-contact picture x(40).
           02 cons-uses picture 9(9).
           02 cons-peers picture 9(4).
           02 cons-last-seen picture 9(8).
           02 cons-built-on picture 9(8).
