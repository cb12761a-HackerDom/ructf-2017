       identification division.
       program-id. sign-response.

      * the signature trailer for one signed get-section answer (see
      * signstate.cpy): HMAC-SHA256, keyed with the section's
      * signing secret as the consumer holds it (64 hex digits, see
      * sign-secret-for.cbl), over
      *   the payload bytes, exactly as sent
      *   the 12-byte correlation id that follows them
      *   the section version, as 12 digits
      * truncated to its first 16 bytes and sent as 32 hex digits:
      *   ' sg=' <generation> <32 hex>         37 bytes
      * the generation is 'C' for the live secret, 'O' for the
      * rotation window's old one - a consumer that asked for 'O'
      * after the window closed is told 'C', and its check fails
      * the way it should. binding the version in means a replayed
      * answer from before a change can't pass for a current one.
      * returns 1 with the trailer built, zero when no secret is
      * configured for the generation (the answer then goes out
      * unsigned, which a consumer that asked must refuse).

       data division.
       working-storage section.
         copy signstate.
         copy correlation.
         copy signingkey.
         01 section-secret picture x(64).
         01 secret-found picture 9.
         01 use-generation picture x.
         01 message-buffer picture x(1048).
         01 message-size binary-double unsigned.
         01 secret-length binary-long value 64.
         01 md-ptr usage pointer.
         01 mac-ptr usage pointer.
         01 mac-bytes picture x(64).
         01 mac-length binary-long unsigned.
         01 mac-ind binary-long unsigned.
         01 mac-byte binary-long unsigned.
         77 hex-digits picture x(16) value '0123456789abcdef'.

       linkage section.
         01 in-payload picture x(1024).
         01 in-payload-length binary-long unsigned.
         01 out-trailer picture x(37).
         01 trailer-built picture 9.

       procedure division
         using in-payload, in-payload-length, out-trailer
         returning trailer-built.
       start-sign-response.
           move zero to trailer-built
           move spaces to out-trailer
           if in-payload-length is greater than 1012
             goback
           end-if

           move 'C' to use-generation
           if sign-generation is equal to 'O'
               and sign-old-key-length is greater than zero
             move 'O' to use-generation
           end-if
           call 'sign-secret-for' using
               by reference sign-section
               by reference use-generation
               by reference section-secret
             returning secret-found
           end-call
           if secret-found is not equal to 1
             goback
           end-if

           move spaces to message-buffer
           if in-payload-length is greater than zero
             move in-payload(1:in-payload-length)
               to message-buffer(1:in-payload-length)
           end-if
           move correlation-id
             to message-buffer(in-payload-length + 1:12)
           move sign-version
             to message-buffer(in-payload-length + 13:12)
           compute message-size = in-payload-length + 24
           end-compute

           move zero to mac-length
           call 'EVP_sha256' returning md-ptr end-call
           call 'HMAC' using
               by value md-ptr
               by reference section-secret
               by value secret-length
               by reference message-buffer
               by value message-size
               by reference mac-bytes
               by reference mac-length
             returning mac-ptr
           end-call
           if mac-ptr is equal to null or mac-length is less than 16
             goback
           end-if

           move ' sg=' to out-trailer(1:4)
           move use-generation to out-trailer(5:1)
           perform
             varying mac-ind from 1 by 1
               until mac-ind is greater than 16
             compute mac-byte =
               function ord(mac-bytes(mac-ind:1)) - 1
             end-compute
             move hex-digits(mac-byte / 16 + 1:1)
               to out-trailer(mac-ind * 2 + 4:1)
             move hex-digits(function mod(mac-byte, 16) + 1:1)
               to out-trailer(mac-ind * 2 + 5:1)
           end-perform
           move 1 to trailer-built
           goback.

       end program sign-response.
