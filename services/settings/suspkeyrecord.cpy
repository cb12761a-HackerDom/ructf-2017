      * suspkeyrecord.cpy
      * shared record layout for the susp-keys-db
      * (suspended-keys.dat) file. copied by every program that
      * reads or writes one so the layout never drifts between them.
      * a record here suspends one api-key slot of one section
      * without deleting it: the key keeps its scope, profile,
      * key-owners entry and age stamp, and is refused with 'kx' by
      * every key-checked command until the record goes - by
      * resume-key, or on its own once sk-resume-at (YYYYMMDDHHMMSS,
      * zero for "until resumed") has passed (see key-suspended.cbl,
      * the one place the check is made). keyed the way key-owners
      * is, by section and the key's hash-api-key fingerprint, so a
      * key rolled or deleted from under a suspension simply stops
      * matching it; sk-slot and sk-key-added-on say which slot it
      * was when it was suspended. suspend-key.cbl writes it,
      * resume-key.cbl and key-suspended.cbl remove it, and
      * suspended-keys-report.cbl lists what is on file.
         fd susp-keys-db is external.
         01 susp-key-record.
           02 sk-key.
             03 sk-section picture x(40).
             03 sk-fingerprint picture 9(15).
           02 sk-slot picture 99.
           02 sk-key-added-on picture 9(8).
           02 sk-reason picture x(60).
           02 sk-resume-at picture 9(14).
           02 sk-suspended-at picture 9(14).
           02 sk-suspended-by picture x(16).
