      * webhookrecord.cpy
      * shared record layouts for outbox webhook delivery (see
      * webhookdb.cpy).
      * webhook-record: one row per registered consumer - where its
      * rows go (a plain http:// url; the mesh sidecar in front of
      * the consumer terminates TLS), which sections it wants
      * (spaces or '*' for all, 'PAY*' for a prefix, otherwise one
      * exact section), the shared secret every POST is signed with,
      * and how many failed attempts a row gets before it is parked.
      * the rest is delivery state webhook-deliver.cbl keeps: the
      * failure run against the row at the head of the feed, when
      * it may next be tried, and the running totals. the secret is
      * held as registered, so the file wants the same permissions
      * as the key files.
      * dead-letter-record: one line per parked row - the outbox
      * line as it was, plus the attempts spent, the last http
      * status seen (000 when the endpoint never answered) and when
      * it was parked.
         fd webhooks-db is external.
         01 webhook-record.
           02 wh-consumer picture x(16).
           02 wh-url picture x(128).
           02 wh-section-filter picture x(40).
           02 wh-secret picture x(64).
           02 wh-max-failures picture 9(2).
           02 wh-fail-count picture 9(2).
           02 wh-fail-seq picture 9(9).
           02 wh-next-try picture 9(14).
           02 wh-last-status picture 9(3).
           02 wh-delivered-count picture 9(9).
           02 wh-parked-count picture 9(9).
           02 wh-registered-on picture 9(8).

         fd webhook-dead-file.
         01 dead-letter-record.
           02 dl-consumer picture x(16).
           02 filler picture x.
           02 dl-seq picture 9(9).
           02 filler picture x.
           02 dl-stamp picture x(21).
           02 filler picture x.
           02 dl-op picture x(4).
           02 filler picture x.
           02 dl-section picture x(40).
           02 filler picture x.
           02 dl-param picture x(40).
           02 filler picture x.
           02 dl-attempts picture 9(2).
           02 filler picture x.
           02 dl-last-status picture 9(3).
           02 filler picture x.
           02 dl-parked-at picture x(14).
