      * keybindrecord.cpy
      * shared record layout for the key-binds-db (key-bindings.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per bound api-key: the section and the key's
      * hash-api-key fingerprint (the keyindexrecord.cpy stance - no
      * credential material at rest), and up to 8 source networks,
      * CIDR-style, the key may be used from. a key with no record
      * is unbound and works from anywhere, as every key always has.
      * each network is held as its base address - the same 4-byte
      * peer key the connection registry keeps (requestpeer.cpy),
      * most significant octet first, host bits cleared - and its
      * prefix length, with the text it was given in kept for
      * showing. bind-key.cbl is the only writer of the list;
      * key-binding-check.cbl counts each network's matches and the
      * refusals, for key-binding-report.
         fd key-binds-db is external.
         01 key-bind-record.
           02 kb-key.
             03 kb-section picture x(40).
             03 kb-fingerprint picture 9(15).
           02 kb-slot picture 99.
           02 kb-key-added-on picture 9(8).
           02 kb-recorded-on picture 9(8).
           02 kb-recorded-by picture x(16).
           02 kb-refused-count picture 9(9).
           02 kb-last-refused picture 9(14).
           02 kb-last-refused-ip picture 9(10).
           02 kb-net-count picture 9.
           02 kb-nets occurs 8 times.
             03 kb-net-base picture 9(10).
             03 kb-net-bits picture 99.
             03 kb-net-text picture x(18).
             03 kb-net-hits picture 9(9).
             03 kb-net-last-hit picture 9(8).
