      * whenever TLSCERT/TLSKEY aren't both configured (see read-
      * config.cbl) - the same "blank means off" convention already
      * used for config-unix-socket-path.
      * the tls-peer fields are the client certificate of the
      * connection just accepted, left by tls-peer-cert.cbl for
      * cert-login.cbl to map (TLSCLIENTAUTH in settings.cfg):
      * tls-peer-present 1 when a certificate verified, its subject
      * on one line and its SHA-256 fingerprint in upper-case hex.
      * they describe one accept at a time and are blanked again
      * once it is dealt with.
         01 tls-context is external.
           02 tls-enabled picture 9.
           02 tls-ssl-ctx usage pointer.
           02 tls-peer-present picture 9.
           02 tls-peer-subject picture x(128).
           02 tls-peer-fingerprint picture x(64).
