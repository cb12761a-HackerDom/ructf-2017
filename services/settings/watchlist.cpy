      *    outbox (see outboxreplay.cbl) before the watch goes
      *    live.
           02 watch-request-last-seq picture 9(9).
      *    the fingerprint (hash-api-key) of the key the watch was
      *    registered with, kept on the row so key-incident.cbl can
      *    find every watch a revoked key holds.
           02 watch-request-fingerprint picture 9(15).
           02 watchers occurs 64 times.
             03 watcher-socket binary-long.
             03 watcher-section picture x(40).
             03 watcher-fingerprint picture 9(15).
           02 tls-guard-sockets occurs 1024 times.
             03 tls-guard-socket binary-long.
