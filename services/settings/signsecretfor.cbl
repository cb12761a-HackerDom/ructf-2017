       identification division.
       program-id. sign-secret-for.

      * a section's response-signing secret: HMAC-SHA256 of the
      * section name under the signing master key (signingkey.cpy),
      * rendered as 64 lower-case hex digits - the form a consumer
      * is handed by sign-secret and keys its own HMAC with.
      *   in-generation 'O' - the rotation window's OLD key
      *                 anything else - the live key
      * returns 1 with the secret filled in, zero (secret blank)
      * when the key asked for is not configured.

       data division.
       working-storage section.
         copy signingkey.
         01 md-ptr usage pointer.
         01 mac-ptr usage pointer.
         01 mac-bytes picture x(64).
         01 mac-length binary-long unsigned.
         01 mac-ind binary-long unsigned.
         01 mac-byte binary-long unsigned.
         01 name-size binary-double unsigned.
         01 master-key picture x(64).
         01 master-length binary-long.
         77 hex-digits picture x(16) value '0123456789abcdef'.

       linkage section.
         01 in-section-name picture x(40).
         01 in-generation picture x.
         01 out-secret picture x(64).
         01 secret-found picture 9.

       procedure division
         using in-section-name, in-generation, out-secret
         returning secret-found.
       start-sign-secret-for.
           move zero to secret-found
           move spaces to out-secret
           if in-generation is equal to 'O'
             move sign-old-key to master-key
             move sign-old-key-length to master-length
           else
             move sign-key to master-key
             move sign-key-length to master-length
           end-if
           if master-length is equal to zero
               or in-section-name is equal to spaces
             goback
           end-if

           move function length(function trim(in-section-name
               trailing))
             to name-size
           move zero to mac-length
           call 'EVP_sha256' returning md-ptr end-call
           call 'HMAC' using
               by value md-ptr
               by reference master-key
               by value master-length
               by reference in-section-name
               by value name-size
               by reference mac-bytes
               by reference mac-length
             returning mac-ptr
           end-call
           if mac-ptr is equal to null or mac-length is not equal to 32
             goback
           end-if
           perform
             varying mac-ind from 1 by 1
               until mac-ind is greater than 32
             compute mac-byte =
               function ord(mac-bytes(mac-ind:1)) - 1
             end-compute
             move hex-digits(mac-byte / 16 + 1:1)
               to out-secret(mac-ind * 2 - 1:1)
             move hex-digits(function mod(mac-byte, 16) + 1:1)
               to out-secret(mac-ind * 2:1)
           end-perform
           move 1 to secret-found
           goback.

       end program sign-secret-for.
