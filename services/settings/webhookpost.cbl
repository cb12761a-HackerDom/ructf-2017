       identification division.
       program-id. webhook-post.

      * POSTs one json body to a consumer's registered http:// url
      * and hands back the status code it answered with - the
      * outbound leg of webhook-deliver.cbl. the body is signed with
      * the consumer's shared secret, HMAC-SHA256 through the same
      * OpenSSL library the TLS listener already links, and the hex
      * digest rides in an X-Settings-Signature header so the
      * receiver can refuse anything that did not come from here.
      * X-Settings-Consumer and X-Settings-Seq say whose feed and
      * which outbox row it is, so a receiver that sees a row twice
      * (an answer lost after it had acted) can drop the repeat.
      * one connection per POST, closed after the status line is
      * read; send and receive are bounded by a ten-second timeout
      * so a hung endpoint costs one attempt, not the whole run.
      * post-http-status comes back zero whenever no status line
      * was read - bad url, unknown host, refused, timed out.

       data division.
       working-storage section.
       01 url-work picture x(128).
       01 url-host picture x(64).
       01 url-host-z picture x(65).
       01 url-port-text picture x(5).
       01 url-port binary-long unsigned.
       01 url-path picture x(128).
       01 url-ind binary-long unsigned.
       01 host-end binary-long unsigned.
       01 path-start binary-long unsigned.

       01 host-entry-ptr usage pointer.
       01 md-ptr usage pointer.
       01 mac-ptr usage pointer.
       01 mac-bytes picture x(64).
       01 mac-length binary-long unsigned.
       01 mac-hex picture x(64).
       01 mac-ind binary-long unsigned.
       01 mac-byte binary-long unsigned.
       01 secret-length binary-long.
       01 body-size binary-double unsigned.
       77 hex-digits picture x(16) value '0123456789abcdef'.

       01 sock binary-long.
       01 io-rc binary-long.
       77 AF_INET binary-long value 2.
       77 SOCK_STREAM binary-long value 1.
       77 SOL_SOCKET binary-long value 1.
       77 SO_RCVTIMEO binary-long value 20.
       77 SO_SNDTIMEO binary-long value 21.
       01 io-timeout.
         02 io-timeout-sec binary-double value 10.
         02 io-timeout-usec binary-double value 0.
       01 peer-address.
         02 peer-family binary-short unsigned.
         02 peer-port binary-short unsigned.
         02 peer-ip picture x(4).
         02 filler picture x(8) value low-values.

       01 request-buffer picture x(1536).
       01 request-ptr binary-long unsigned.
       01 request-length binary-long unsigned.
       01 length-display picture z(5)9.
       01 seq-display picture z(8)9.
       01 reply-buffer picture x(512).

       linkage section.
       01 post-url picture x(128).
       01 post-secret picture x(64).
       01 post-consumer picture x(16).
       01 post-seq picture 9(9).
       01 post-body picture x(512).
       01 post-body-length binary-long unsigned.
       01 post-http-status picture 9(3).

       01 host-entry.
         02 h-name usage pointer.
         02 h-aliases usage pointer.
         02 h-addrtype binary-long.
         02 h-length binary-long.
         02 h-addr-list usage pointer.
       01 host-addr-ptr usage pointer.
       01 host-addr-bytes picture x(4).

       procedure division
         using post-url, post-secret, post-consumer, post-seq,
           post-body, post-body-length, post-http-status.
       start-webhook-post.
           move zero to post-http-status
           perform split-url
           if url-host is equal to spaces
             goback
           end-if

      *----------------------------------------------------------------
      * the host goes through the resolver whether it is a name or a
      * dotted address - gethostbyname answers both - and only IPv4
      * answers are used, which is all the mesh sidecars listen on.
      *----------------------------------------------------------------
           move spaces to url-host-z
           string function trim(url-host) delimited by size
               x'00' delimited by size
             into url-host-z
           end-string
           call 'gethostbyname' using
               by reference url-host-z
             returning host-entry-ptr
           end-call
           if host-entry-ptr is equal to null
             goback
           end-if
           set address of host-entry to host-entry-ptr
           if h-addrtype is not equal to AF_INET
               or h-addr-list is equal to null
             goback
           end-if
           set address of host-addr-ptr to h-addr-list
           if host-addr-ptr is equal to null
             goback
           end-if
           set address of host-addr-bytes to host-addr-ptr
           move host-addr-bytes to peer-ip
           move AF_INET to peer-family
           call 'htons' using
               by value url-port
             giving peer-port
           end-call

           perform sign-body
           perform build-request

           call 'socket' using
               by value AF_INET
               by value SOCK_STREAM
               by value 0
             giving sock
           end-call
           if sock is less than zero
             goback
           end-if
           call 'setsockopt' using
               by value sock
               by value SOL_SOCKET
               by value SO_SNDTIMEO
               by reference io-timeout
               by value 16
           end-call
           call 'setsockopt' using
               by value sock
               by value SOL_SOCKET
               by value SO_RCVTIMEO
               by reference io-timeout
               by value 16
           end-call

           call 'connect' using
               by value sock
               by reference peer-address
               by value 16
             giving io-rc
           end-call
           if io-rc is less than zero
             call 'close' using by value sock end-call
             goback
           end-if

           call 'send' using
               by value sock
               by reference request-buffer
               by value request-length
               by value 0
             giving io-rc
           end-call
           if io-rc is not equal to request-length
             call 'close' using by value sock end-call
             goback
           end-if

           move spaces to reply-buffer
           call 'recv' using
               by value sock
               by reference reply-buffer
               by value 512
               by value 0
             giving io-rc
           end-call
           call 'close' using by value sock end-call

      *----------------------------------------------------------------
      * 'HTTP/1.x NNN ...' - only the status code matters; the body
      * of the answer is the consumer's business.
      *----------------------------------------------------------------
           if io-rc is greater than 11
               and reply-buffer(1:5) is equal to 'HTTP/'
               and reply-buffer(9:1) is equal to space
               and reply-buffer(10:3) is numeric
             move reply-buffer(10:3) to post-http-status
           end-if
           goback.

      *----------------------------------------------------------------
      * http://host[:port][/path] - anything else (https included;
      * the sidecar holds the certificate) leaves url-host blank.
      *----------------------------------------------------------------
       split-url.
           move spaces to url-host
           move spaces to url-path
           move 80 to url-port
           move post-url to url-work
           if function upper-case(url-work(1:7))
               is not equal to 'HTTP://'
             exit paragraph
           end-if
           move 8 to url-ind
           perform
             until url-ind is greater than 128
               or url-work(url-ind:1) is equal to ':'
               or url-work(url-ind:1) is equal to '/'
               or url-work(url-ind:1) is equal to space
             add 1 to url-ind end-add
           end-perform
           compute host-end = url-ind - 1 end-compute
           if host-end is less than 8 or host-end - 7 is greater than 64
             exit paragraph
           end-if
           move url-work(8:host-end - 7) to url-host

           if url-ind is not greater than 128
               and url-work(url-ind:1) is equal to ':'
             add 1 to url-ind end-add
             move spaces to url-port-text
             move url-ind to path-start
             perform
               until url-ind is greater than 128
                 or url-work(url-ind:1) is equal to '/'
                 or url-work(url-ind:1) is equal to space
               add 1 to url-ind end-add
             end-perform
             if url-ind - path-start is less than 1
                 or url-ind - path-start is greater than 5
               move spaces to url-host
               exit paragraph
             end-if
             move url-work(path-start:url-ind - path-start)
               to url-port-text
             if function trim(url-port-text) is not numeric
               move spaces to url-host
               exit paragraph
             end-if
             move function numval(url-port-text) to url-port
             if url-port is equal to zero
                 or url-port is greater than 65535
               move spaces to url-host
               exit paragraph
             end-if
           end-if

           if url-ind is greater than 128
               or url-work(url-ind:1) is equal to space
             move '/' to url-path
           else
             move url-work(url-ind:) to url-path
           end-if.

       sign-body.
           move spaces to mac-hex
           move zero to mac-length
           move function length(function trim(post-secret trailing))
             to secret-length
           if post-secret is equal to spaces
             move zero to secret-length
           end-if
           move post-body-length to body-size
           call 'EVP_sha256' returning md-ptr end-call
           call 'HMAC' using
               by value md-ptr
               by reference post-secret
               by value secret-length
               by reference post-body
               by value body-size
               by reference mac-bytes
               by reference mac-length
             returning mac-ptr
           end-call
           if mac-ptr is equal to null or mac-length is greater than 32
             move zero to mac-length
           end-if
           perform
             varying mac-ind from 1 by 1
               until mac-ind is greater than mac-length
             compute mac-byte =
               function ord(mac-bytes(mac-ind:1)) - 1
             end-compute
             move hex-digits(mac-byte / 16 + 1:1)
               to mac-hex(mac-ind * 2 - 1:1)
             move hex-digits(function mod(mac-byte, 16) + 1:1)
               to mac-hex(mac-ind * 2:1)
           end-perform.

       build-request.
           move spaces to request-buffer
           move 1 to request-ptr
           move post-body-length to length-display
           move post-seq to seq-display
           string 'POST ' delimited by size
               function trim(url-path) delimited by size
               ' HTTP/1.1' x'0d0a' delimited by size
               'Host: ' delimited by size
               function trim(url-host) delimited by size
               x'0d0a' delimited by size
               'User-Agent: settings-webhook' x'0d0a'
                 delimited by size
               'Content-Type: application/json' x'0d0a'
                 delimited by size
               'Content-Length: ' delimited by size
               function trim(length-display) delimited by size
               x'0d0a' delimited by size
               'Connection: close' x'0d0a' delimited by size
               'X-Settings-Consumer: ' delimited by size
               function trim(post-consumer) delimited by size
               x'0d0a' delimited by size
               'X-Settings-Seq: ' delimited by size
               function trim(seq-display) delimited by size
               x'0d0a' delimited by size
               'X-Settings-Signature: sha256=' delimited by size
               function trim(mac-hex) delimited by size
               x'0d0a' x'0d0a' delimited by size
             into request-buffer
             with pointer request-ptr
           end-string
           if post-body-length is greater than zero
             move post-body(1:post-body-length)
               to request-buffer(request-ptr:post-body-length)
             add post-body-length to request-ptr end-add
           end-if
           compute request-length = request-ptr - 1 end-compute.

       end program webhook-post.
