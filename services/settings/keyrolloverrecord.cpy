      * keyrolloverrecord.cpy
      * shared record layout for the key-rollovers-db
      * (key-rollovers.dat) file. copied by every program that
      * reads or writes key-rollover-record so the layout never
      * drifts between them.
      * keyed the way key-index-db is keyed - the predecessor key's
      * hash-api-key fingerprint plus the owning section - with the
      * successor's fingerprint beside it, so no credential material
      * is kept. both keys work until kr-retire-on (the rollover
      * date plus KEYOVERLAPDAYS); until then the predecessor's
      * successful answers carry 'ks' instead of 'ok' (see
      * key-superseded.cbl), and on that date the nightly
      * retire-keys.cbl withdraws it from the section's api-keys
      * table. roll-apikey.cbl is the only writer.
         fd key-rollovers-db is external.
         01 key-rollover-record.
           02 key-rollover-key.
             03 kr-old-fingerprint picture 9(15).
             03 kr-section picture x(40).
           02 kr-new-fingerprint picture 9(15).
           02 kr-rolled-on picture 9(8).
           02 kr-retire-on picture 9(8).
