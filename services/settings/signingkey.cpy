      * signingkey.cpy
      * the response-signing master key, loaded by read-config from
      * the file SIGNKEYFILE in settings.cfg names - like
      * ENCKEYFILE, a path OUTSIDE the data directory, so no backup
      * generation carries it. each section's signing secret is
      * derived from it (see sign-secret-for.cbl), so nothing per
      * section is stored anywhere and a section's consumers fetch
      * theirs with the sign-secret command. zero sign-key-length
      * means no key is configured and nothing is signed.
      * rotation follows the encryption key's rule (encryption.cpy):
      * the outgoing key moves to OLDSIGNKEYFILE, the new one goes
      * in SIGNKEYFILE, and reload-cfg picks both up. for the
      * window that follows, every section has two secrets - a
      * consumer still holding the old one asks for signatures
      * under it ('O') until it has fetched the new one, and the
      * window closes when the operator drops OLDSIGNKEYFILE. a
      * zero sign-old-key-length means no rotation in flight.
         01 sign-key-state is external.
           02 sign-key picture x(64).
           02 sign-key-length binary-long unsigned.
           02 sign-old-key picture x(64).
           02 sign-old-key-length binary-long unsigned.
