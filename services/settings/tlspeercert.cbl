       identification division.
       program-id. tls-peer-cert.

      * reads the client certificate off one freshly handshaken TLS
      * connection into the tls-peer fields (tlscontext.cpy) for
      * cert-login.cbl: whether one was presented and verified, its
      * subject as OpenSSL prints it on one line, and its SHA-256
      * fingerprint as 64 upper-case hex digits. called from
      * start-handling.cbl right after tls-handshake succeeds; with
      * TLSCLIENTAUTH off (serverconfig.cpy) the context never asked
      * for a certificate, so there is nothing to read and
      * tls-peer-present is left zero. a certificate that did not
      * verify is treated as no certificate at all.

       data division.
       working-storage section.
         copy serverconfig.
         copy tlscontext.
       01 peer-cert usage pointer.
       01 peer-name usage pointer.
       01 digest-method usage pointer.
       01 verify-result binary-double.
       01 digest-result binary-long.
       01 subject-buffer picture x(129).
       01 subject-buffer-length binary-long value 129.
       01 digest-bytes picture x(32).
       01 digest-length binary-long unsigned.
       01 digest-ind binary-long unsigned.
       01 byte-value binary-long unsigned.
       01 hex-hi binary-long unsigned.
       01 hex-lo binary-long unsigned.
       01 subject-length binary-long unsigned.
       77 hex-digits picture x(16) value '0123456789ABCDEF'.

       linkage section.
       01 ssl-handle usage pointer.

       procedure division using by value ssl-handle.
       start-tls-peer-cert.
           move zero to tls-peer-present
           move spaces to tls-peer-subject
           move spaces to tls-peer-fingerprint
           if tls-client-auth is not equal to 'OPTIONAL'
               and tls-client-auth is not equal to 'REQUIRE'
             goback
           end-if

           call 'SSL_get1_peer_certificate' using
               by value ssl-handle
             returning peer-cert
           end-call
           if peer-cert is equal to null
             goback
           end-if

           call 'SSL_get_verify_result' using
               by value ssl-handle
             returning verify-result
           end-call
           if verify-result is not equal to zero
             call 'X509_free' using
               by value peer-cert
             end-call
             goback
           end-if

      *----------------------------------------------------------------
      * the subject comes back NUL-terminated - everything from the
      * NUL on is blanked so it compares like any other field.
      *----------------------------------------------------------------
           move low-values to subject-buffer
           call 'X509_get_subject_name' using
               by value peer-cert
             returning peer-name
           end-call
           call 'X509_NAME_oneline' using
             by value peer-name
             by reference subject-buffer
             by value subject-buffer-length
           end-call
           move zero to subject-length
           inspect subject-buffer tallying subject-length
             for characters before initial x'00'
           if subject-length is greater than 128
             move 128 to subject-length
           end-if
           if subject-length is greater than zero
             move subject-buffer(1:subject-length) to tls-peer-subject
           end-if

           call 'EVP_sha256' returning digest-method end-call
           move zero to digest-length
           call 'X509_digest' using
               by value peer-cert
               by value digest-method
               by reference digest-bytes
               by reference digest-length
             returning digest-result
           end-call
           call 'X509_free' using
             by value peer-cert
           end-call
           if digest-result is not equal to 1
               or digest-length is not equal to 32
             move spaces to tls-peer-subject
             goback
           end-if
           perform
             varying digest-ind from 1 by 1
               until digest-ind is greater than 32
             compute byte-value =
               function ord(digest-bytes(digest-ind:1)) - 1
             end-compute
             divide byte-value by 16 giving hex-hi remainder hex-lo
             end-divide
             move hex-digits(hex-hi + 1:1)
               to tls-peer-fingerprint(digest-ind * 2 - 1:1)
             move hex-digits(hex-lo + 1:1)
               to tls-peer-fingerprint(digest-ind * 2:1)
           end-perform
           move 1 to tls-peer-present
           goback.

       end program tls-peer-cert.
