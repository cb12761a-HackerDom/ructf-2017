      * leaserecord.cpy
      * shared record layout for the leases-db (leases.dat) file.
      * copied by every program that reads or writes one so the
      * layout never drifts between them.
      * one record per section somebody has checked out: the
      * holding key's fingerprint (never the key - the
      * keyindexrecord.cpy stance), the owner its key-owners entry
      * named when the lease was taken ('unregistered key' when the
      * key has none), and the YYYYMMDDHHMMSS the lease was granted
      * and dies. a record whose lease-expires-at has passed is no
      * lease at all - lease-check.cbl ignores it and the next
      * checkout simply overwrites it, so nothing ever has to sweep
      * the file. process-request asks lease-check ahead of every
      * section-mutating dispatch; any key but the holder's is
      * answered 'sl' naming lease-owner.
         fd leases-db is external.
         01 lease-record.
           02 lease-section picture x(40).
           02 lease-fingerprint picture 9(15).
           02 lease-owner picture x(40).
           02 lease-granted-at picture 9(14).
           02 lease-expires-at picture 9(14).
           02 lease-renewals picture 9(4).
