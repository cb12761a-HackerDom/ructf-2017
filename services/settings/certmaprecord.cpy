      * certmaprecord.cpy
      * shared record layout for the cert-maps-db (cert-maps.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * binds a client certificate to a section and one of its key
      * slots. a connection on the TLS listener whose certificate
      * verifies against TLSCLIENTCA and matches a record here is
      * logged in exactly as the login command would log it in with
      * that slot's key (cert-login.cbl) - so every command on it
      * runs the same scope, age, rate-limit and profile checks the
      * key itself would. cm-identity is either the certificate's
      * SHA-256 fingerprint (cm-kind 'F', 64 upper-case hex digits,
      * no colons) or its subject as OpenSSL prints it on one line
      * (cm-kind 'S', /C=../O=../CN=..); a fingerprint match is
      * tried first. cm-key-fingerprint is the hash-api-key of the
      * slot's key when the mapping was made - a slot that has
      * since been deleted or rolled holds some other key, and the
      * mapping stops working instead of quietly riding on it.
      * cert-map.cbl is the only writer, run on the host; cert-login
      * stamps the use.
         fd cert-maps-db is external.
         01 cert-map-record.
           02 cm-identity picture x(128).
           02 cm-kind picture x.
             88 cm-by-fingerprint value 'F'.
             88 cm-by-subject value 'S'.
           02 cm-section picture x(40).
           02 cm-slot picture 99.
           02 cm-key-fingerprint picture 9(15).
           02 cm-added-on picture 9(8).
           02 cm-added-by picture x(16).
           02 cm-last-used picture 9(14).
           02 cm-use-count picture 9(9).
