      * nightly purge-expired.cbl batch physically removes it. only
      * meaningful on the primary record; continuation chunks carry
      * zero and live and die with their primary.
      *
      * schecksum is the record's own checksum (see
      * recordchecksum.cbl) - every physical record carries one,
      * continuation chunks included, stamped by every writer just
      * before its WRITE/REWRITE and verified by the read paths; a
      * record that fails it answers 'ck' rather than being served.
         fd settings-db is external.
         01 setting-record.
           02 composite-key.
           02 schunk-count picture 9(2).
           02 sexpires-on picture 9(8).
           02 sparam-value picture x(87).
           02 schecksum picture 9(9).
