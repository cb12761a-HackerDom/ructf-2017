       identification division.
       program-id. totp-verify.

      * checks one six-digit code against an operator's RFC 6238
      * seed: HMAC-SHA1 of the 30-second time step since the Unix
      * epoch, as an 8-byte big-endian counter, keyed with the seed
      * decoded from base32; dynamic truncation to 31 bits, then
      * the low six decimal digits - what every authenticator app
      * shows. the step before and the step after now are tried too
      * (one step either way of clock drift), and a step at or
      * below in-last-step is never accepted, so each code is good
      * exactly once. returns 1 with out-step set to the step the
      * code matched, zero for anything else - including a seed
      * that won't decode.

       data division.
       working-storage section.
         01 seed-bytes picture x(20).
         01 seed-length binary-long.
         01 seed-ind binary-long unsigned.
         01 seed-char picture x.
         01 seed-value binary-long unsigned.
         01 bit-buffer binary-long unsigned.
         01 bit-count binary-long unsigned.
         01 out-byte binary-long unsigned.
         01 decode-ok picture 9.
         77 base32-alphabet picture x(32) value
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ234567'.
         01 alpha-ind binary-long unsigned.

         01 now-stamp.
           02 now-yyyymmdd picture 9(8).
           02 now-hh picture 99.
           02 now-mi picture 99.
           02 now-ss picture 99.
           02 filler picture 99.
           02 now-offset-sign picture x.
           02 now-offset-hh picture 99.
           02 now-offset-mi picture 99.
         01 now-epoch binary-double.
         01 now-step binary-double unsigned.
         01 try-step binary-double unsigned.
         01 try-ind binary-long.
         01 counter-bytes picture x(8).
         01 counter-work binary-double unsigned.
         01 counter-ind binary-long unsigned.
         01 counter-byte binary-long unsigned.
         01 counter-size binary-double unsigned value 8.

         01 md-ptr usage pointer.
         01 mac-ptr usage pointer.
         01 mac-bytes picture x(64).
         01 mac-length binary-long unsigned.
         01 trunc-offset binary-long unsigned.
         01 code-value binary-double unsigned.
         01 code-byte binary-long unsigned.
         01 code-ind binary-long unsigned.
         01 expected-code picture 9(6).
         01 step-code-ok picture 9.
         01 given-code picture 9(6).

       linkage section.
         01 in-secret picture x(32).
         01 in-code picture x(6).
         01 in-last-step picture 9(12).
         01 out-step picture 9(12).
         01 code-good picture 9.

       procedure division
         using in-secret, in-code, in-last-step, out-step
         returning code-good.
       start-totp-verify.
           move zero to code-good
           move zero to out-step
           if in-code is not numeric
             goback
           end-if
           move in-code to given-code

           perform decode-seed
           if decode-ok is not equal to 1
             goback
           end-if

           perform compute-now-step
           perform
             varying try-ind from -1 by 1
               until try-ind is greater than 1
                 or code-good is equal to 1
             compute try-step = now-step + try-ind end-compute
             if try-step is greater than in-last-step
               perform compute-code-for-step
               if step-code-ok is equal to 1
                   and expected-code is equal to given-code
                 move 1 to code-good
                 move try-step to out-step
               end-if
             end-if
           end-perform
           goback.

      *----------------------------------------------------------------
      * base32 (RFC 4648 alphabet, no padding) to raw bytes: five
      * bits per character into a bit buffer, a byte out every time
      * eight have gathered. 32 characters make the 20-byte seed.
      *----------------------------------------------------------------
       decode-seed.
           move zero to decode-ok
           move low-values to seed-bytes
           move zero to seed-length
           move zero to bit-buffer
           move zero to bit-count
           perform
             varying seed-ind from 1 by 1
               until seed-ind is greater than 32
             move function upper-case(in-secret(seed-ind:1))
               to seed-char
             if seed-char is equal to space
               exit perform
             end-if
             move zero to seed-value
             perform
               varying alpha-ind from 1 by 1
                 until alpha-ind is greater than 32
               if base32-alphabet(alpha-ind:1) is equal to seed-char
                 compute seed-value = alpha-ind - 1 end-compute
                 move 33 to alpha-ind
               end-if
             end-perform
             if alpha-ind is equal to 33
               exit paragraph
             end-if
             compute bit-buffer =
               function mod(bit-buffer, 256) * 32 + seed-value
             end-compute
             add 5 to bit-count end-add
             if bit-count is not less than 8
               subtract 8 from bit-count end-subtract
               compute out-byte = bit-buffer / (2 ** bit-count)
               end-compute
               compute out-byte = function mod(out-byte, 256)
               end-compute
               if seed-length is less than 20
                 add 1 to seed-length end-add
                 move function char(out-byte + 1)
                   to seed-bytes(seed-length:1)
               end-if
             end-if
           end-perform
           if seed-length is greater than 9
             move 1 to decode-ok
           end-if.

      *----------------------------------------------------------------
      * seconds since 1970-01-01 UTC from the local clock and its
      * offset - the epoch fold break-glass.cbl runs, corrected to
      * UTC - then the 30-second step.
      *----------------------------------------------------------------
       compute-now-step.
           move function current-date to now-stamp
           compute now-epoch =
             (function integer-of-date(now-yyyymmdd)
               - function integer-of-date(19700101)) * 86400
             + now-hh * 3600 + now-mi * 60 + now-ss
           end-compute
           if now-offset-hh is numeric and now-offset-mi is numeric
             if now-offset-sign is equal to '+'
               compute now-epoch = now-epoch
                 - (now-offset-hh * 3600 + now-offset-mi * 60)
               end-compute
             end-if
             if now-offset-sign is equal to '-'
               compute now-epoch = now-epoch
                 + (now-offset-hh * 3600 + now-offset-mi * 60)
               end-compute
             end-if
           end-if
           compute now-step = now-epoch / 30 end-compute.

       compute-code-for-step.
           move zero to step-code-ok
           move try-step to counter-work
           perform
             varying counter-ind from 8 by -1
               until counter-ind is less than 1
             compute counter-byte = function mod(counter-work, 256)
             end-compute
             move function char(counter-byte + 1)
               to counter-bytes(counter-ind:1)
             divide counter-work by 256 giving counter-work
           end-perform

           move zero to mac-length
           call 'EVP_sha1' returning md-ptr end-call
           call 'HMAC' using
               by value md-ptr
               by reference seed-bytes
               by value seed-length
               by reference counter-bytes
               by value counter-size
               by reference mac-bytes
               by reference mac-length
             returning mac-ptr
           end-call
           if mac-ptr is equal to null or mac-length is not equal to 20
             exit paragraph
           end-if

           compute trunc-offset =
             function mod(function ord(mac-bytes(20:1)) - 1, 16)
           end-compute
           move zero to code-value
           perform
             varying code-ind from 1 by 1
               until code-ind is greater than 4
             compute code-byte =
               function ord(mac-bytes(trunc-offset + code-ind:1)) - 1
             end-compute
             if code-ind is equal to 1
               compute code-byte = function mod(code-byte, 128)
               end-compute
             end-if
             compute code-value = code-value * 256 + code-byte
             end-compute
           end-perform
           compute expected-code = function mod(code-value, 1000000)
           end-compute
           move 1 to step-code-ok.

       end program totp-verify.
