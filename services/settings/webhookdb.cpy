      * webhookdb.cpy
      * shared file-control entries for outbox webhook delivery:
      * webhooks-db is the registry of consumers that want each
      * outbox row POSTed to them rather than polling outbox-drain
      * (one record per consumer, keyed by the same consumer name
      * their ack-record in outbox-acks-db carries), and
      * webhook-dead-file is the dead-letter list of rows that ran
      * out of attempts and were parked so the rest of that
      * consumer's feed could move on. see webhookrecord.cpy and
      * webhook-deliver.cbl. the actual paths live in
      * webhooks-dat-path/webhook-dead-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
         select optional webhooks-db assign to external
             webhooks-dat-path
           organization is indexed
           access mode is dynamic
           record key is wh-consumer
           lock mode is automatic
           sharing with all other.

         select optional webhook-dead-file assign to external
             webhook-dead-path
           organization is line sequential.
