      * see read-config.cbl's TLSCERT/TLSKEY keys) leaves tls-enabled
      * at 0 and every connection goes over plain TCP exactly as
      * before, the same opt-in convention as UNIXSOCKPATH.
      * TLSCLIENTAUTH OPTIONAL or REQUIRE (serverconfig.cpy) also
      * has the context ask each client for a certificate and
      * verify it against the CAs in TLSCLIENTCA - REQUIRE failing
      * the handshake of a client that offers none. what a verified
      * certificate is then good for is cert-login.cbl's business.

       data division.
       working-storage section.
         copy serverconfig.
         copy tlscontext.
       01 tls-method usage pointer.
       01 cert-result binary-long.
       01 key-result binary-long.
       01 ca-result binary-long.
       01 verify-mode binary-long.
       01 ca-path-z picture x(129).
       01 no-ca-dir usage pointer value null.
       01 no-verify-callback usage pointer value null.
       01 session-context picture x(8) value 'settings'.
       01 session-context-length binary-long value 8.

       77 SSL_VERIFY_PEER binary-long value 1.
       77 SSL_VERIFY_FAIL_IF_NO_PEER_CERT binary-long value 2.

       77 SSL_FILETYPE_PEM binary-long value 1.

                                 "loading TLS certificate file failed".
       77 KEY_ERROR picture x(64) value
                                 "loading TLS private key file failed".
       77 CLIENT_CA_ERROR picture x(64) value
                                 "loading TLS client CA file failed".

       linkage section.
       01 cert-path picture x(128).
             end-call
           end-if

           if tls-client-auth is equal to 'OPTIONAL'
               or tls-client-auth is equal to 'REQUIRE'
             perform ask-for-client-certs
           end-if

           move 1 to tls-enabled
           goback.

      *----------------------------------------------------------------
      * a client certificate is only worth asking for if something
      * can verify it - no TLSCLIENTCA is as fatal as an unreadable
      * one. the session id context lets a resumed session keep the
      * verification its first handshake made.
      *----------------------------------------------------------------
       ask-for-client-certs.
           move spaces to ca-path-z
           string function trim(tls-client-ca-path) delimited by size
               x'00' delimited by size
             into ca-path-z
           end-string
           move zero to ca-result
           if tls-client-ca-path is not equal to spaces
             call 'SSL_CTX_load_verify_locations' using
                 by value tls-ssl-ctx
                 by reference ca-path-z
                 by value no-ca-dir
               returning ca-result
             end-call
           end-if
           if ca-result is less than 1
             call 'log-error' using
               by content CLIENT_CA_ERROR
               by content 1
             end-call
           end-if

           move SSL_VERIFY_PEER to verify-mode
           if tls-client-auth is equal to 'REQUIRE'
             add SSL_VERIFY_FAIL_IF_NO_PEER_CERT to verify-mode
             end-add
           end-if
           call 'SSL_CTX_set_verify' using
             by value tls-ssl-ctx
             by value verify-mode
             by value no-verify-callback
           end-call
           call 'SSL_CTX_set_session_id_context' using
             by value tls-ssl-ctx
             by reference session-context
             by value session-context-length
           end-call.

       end program perform-tls-context.
