      * rcode by set-param and fix-section, so monitoring and
      * reporting consumers can hold credentials that cannot rewrite
      * anything. add-apikey sets it when the key is issued.
      * section-checksum is the record's own checksum (see
      * recordchecksum.cbl), stamped by every writer just before
      * its WRITE/REWRITE and verified by the read paths - a record
      * that fails it answers 'ck' rather than being served. it
      * sits ahead of the api-keys table for the same reason
      * api-keys-count does.
         fd sections-db is external.
         01 ssection.
           02 name picture x(40).
           02 state picture x(40).
           02 created-on picture 9(8).
           02 last-used-on picture 9(8).
           02 section-checksum picture 9(9).
           02 api-keys
               occurs 1 to 30 times depending on api-keys-count.
             03 api-key picture x(80).
