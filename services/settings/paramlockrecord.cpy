      * paramlockrecord.cpy
      * shared record layout for the param-locks-db (param-locks.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per protected param - the values that must never
      * change once set (tenant ids, account numbers, the region a
      * database lives in), where four-eyes on the whole section is
      * too blunt. plk-mode 'W' is write-once: the param may be
      * given its first value, and after that it is fixed; 'L' is
      * locked: no write at all, first or otherwise. every writer
      * asks check-param-lock.cbl before it stores and answers 'pl'
      * on a refusal. lock-param.cbl is the only writer of this
      * file; marking takes a write key for the section, removing a
      * mark takes the admin master key and is audited by name.
         fd param-locks-db is external.
         01 param-lock-record.
           02 param-lock-key.
             03 plk-section picture x(40).
             03 plk-param picture x(40).
           02 plk-mode picture x.
             88 plk-write-once value 'W'.
             88 plk-locked value 'L'.
           02 plk-marked-on picture 9(8).
      *    the hash of the key that made the mark (hash-api-key), so
      *    the audit trail and the datasheet can say whose it was
      *    without holding the key itself.
           02 plk-marked-by picture 9(15).
