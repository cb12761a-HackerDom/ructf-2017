      * certregrecord.cpy
      * shared record layout for the cert-register-db
      * (cert-register.dat) file - see certregdb.cpy.
      *   cr-format   'P' - PEM text (the first CERTIFICATE block of
      *                     the artifact - a chain's leaf)
      *               'D' - DER binary
      *   cr-state    'V' - parsed; subject, issuer and validity
      *                     are those of the certificate
      *               'B' - PEM-armoured as a certificate but would
      *                     not parse - nobody knows when it expires
      * subject and issuer are their CN, OU, O, L, ST and C
      * attributes as they appear, comma separated. cr-owner and
      * cr-contact are the key-owners registry's (keyownerrecord
      * .cpy) first registered owner of the owning section. the
      * reference count is the params holding '@artifact:<name>'
      * on the last scan, cr-first-ref the first of them.
      * cr-alerted-days is the smallest alert threshold already
      * raised for this validity (9999 none yet, zero the expiry
      * itself) - it starts over whenever cr-not-after changes, so
      * a renewed certificate is watched afresh.
         fd cert-register-db.
         01 cert-register-record.
           02 cr-artifact picture x(40).
           02 cr-section picture x(40).
           02 cr-format picture x.
           02 cr-state picture x.
             88 cr-parsed value 'V'.
             88 cr-unreadable value 'B'.
           02 cr-subject picture x(120).
           02 cr-issuer picture x(120).
           02 cr-not-before picture 9(8).
           02 cr-not-after picture 9(8).
           02 cr-art-hash picture 9(9).
           02 cr-owner picture x(40).
           02 cr-contact picture x(40).
           02 cr-ref-count picture 9(4).
           02 cr-first-ref.
             03 cr-first-ref-section picture x(40).
             03 cr-first-ref-param picture x(40).
           02 cr-alerted-days picture 9(4).
           02 cr-first-seen picture 9(8).
           02 cr-scanned-on picture 9(8).
