       identification division.
       program-id. http-gateway.

      * the HTTP face of the service. start-handling.cbl hands every
      * recv off the HTTPPORT listener (see perform-http-descriptor
      * .cbl) to this program, which turns the request into the very
      * same fixed-column command/argv/checksum buffer a native
      * client builds, runs it through process-request.cbl - so the
      * commands-list dispatch, maint-mode, the freeze calendar, the
      * standby 'sb' fence, the write-burst shedder, rate limiting,
      * auditing and correlation ids all apply untouched - and then
      * rewrites the pool buffer in place as the HTTP response.
      *
      * routes (the key comes from an X-Api-Key header, or a key=
      * query parameter when the client can't set headers):
      *   GET  /sections/{section}[?param=&offset=&token=]
      *                                           get-section
      *   GET  /sections/{section}/asof/{yyyymmdd} get-asof
      *   GET  /views/{view}[?from=nn]             get-view
      *   PUT  /sections/{section}/params/{param}[?history=1
      *          &expires=yyyymmdd&effective=yyyymmdd]
      *        (POST too) - the body is the value  set-param
      *   POST /sections/{section}/txn - the body is up to three
      *        form-encoded param=value pairs       txn-update
      *   POST /changesets/{name}?action=&section=&param=
      *          [&expires=] - the body is the value (GET for the
      *        read-only LIST/DIFF)                 changeset
      *
      * the status line is mapped from the rcode (map-rcode-to-
      * status below) and the rcode itself rides in an X-Rcode
      * header. get-section's body is its own JSON output mode; the
      * other commands' fixed-width results are rendered to the
      * same shape here. the correlation trailer becomes an
      * X-Correlation-Id header, a standby's ' jp=' position an
      * X-Journal-Position header, and 'sb' names the primary in
      * X-Primary. one recv is one request, as on the native
      * listener; the connection closes after the response.
      * get-section and get-view bodies carry a "version"; sent back
      * in an If-None-Match header it makes the read conditional,
      * and an unchanged section (or view page) is answered 304
      * with no body - see sectionversionrecord.cpy.
      * a change made under a change-management ticket names it in
      * an X-Change-Ticket header (and the reason in
      * X-Change-Reason) - the one-request equivalent of the
      * native change-tkt command, see changeticket.cpy. a section
      * flagged ticket-only refuses a change without one, 428.

       data division.
       working-storage section.
         copy serverconfig.
         copy httpgateway.
         copy changeticket.

      *----------------------------------------------------------------
      * process-request.cbl's linkage, byte for byte - the gateway
      * is just one more client of it.
      *----------------------------------------------------------------
       01 pr-buffer.
         02 pr-read-buffer.
           03 pr-command picture x(11).
           03 pr-args picture x(1013).
         02 pr-buffer-length binary-long unsigned.
         02 pr-data-length binary-long unsigned.
         02 pr-write-buffer picture x(1024).
         02 pr-output-length binary-long unsigned.
         02 pr-sended binary-long unsigned.
         02 pr-socket binary-long.
       01 pr-argc binary-long unsigned.
       01 pr-checksum binary-long unsigned.
       01 pr-checksum-raw redefines pr-checksum picture x(4).
       01 pr-sum-ind binary-long unsigned.

      *----------------------------------------------------------------
      * one argv layout per routed command - each the same shape as
      * that command's own linkage section.
      *----------------------------------------------------------------
       01 gs-args.
         02 gs-section picture x(20).
         02 gs-key picture x(40).
         02 gs-param picture x(20).
         02 gs-offset binary-long unsigned.
         02 gs-format picture x(4).
         02 gs-token picture x(16).
         02 gs-if-version picture x(12).
       01 ga-args.
         02 ga-section picture x(40).
         02 ga-key picture x(80).
         02 ga-date picture x(8).
       01 gv-args.
         02 gv-view picture x(16).
         02 gv-key picture x(80).
         02 gv-from picture x(2).
         02 gv-if-version picture x(12).
       01 sp-args.
         02 sp-section picture x(40).
         02 sp-key picture x(80).
         02 sp-param picture x(40).
         02 sp-value picture x(348).
         02 sp-history picture x.
         02 sp-expires picture x(8).
         02 sp-effective picture x(8).
       01 tx-args.
         02 tx-section picture x(40).
         02 tx-key picture x(80).
         02 tx-count picture 9.
         02 tx-pairs occurs 3 times.
           03 tx-param picture x(40).
           03 tx-value picture x(250).
       01 cs-args.
         02 cs-name picture x(16).
         02 cs-key picture x(80).
         02 cs-action picture x(4).
         02 cs-section picture x(40).
         02 cs-param picture x(40).
         02 cs-expires picture x(8).
         02 cs-value picture x(348).

      *----------------------------------------------------------------
      * the fixed-width results rendered to JSON below, laid over
      * the payload part of pr-write-buffer.
      *----------------------------------------------------------------
       01 gv-result.
         02 gv-rcode picture x(2).
         02 gv-count picture 99.
         02 gv-more picture 9.
         02 gv-rows occurs 10 times.
           03 gv-row-param picture x(20).
           03 gv-row-value picture x(78).
           03 gv-row-found picture 9.
         02 gv-version picture 9(12).
         02 filler picture x(17).
       01 ga-result.
         02 ga-rcode picture x(2).
         02 ga-count picture 99.
         02 ga-more picture 9.
         02 ga-rows occurs 9 times.
           03 ga-row-name picture x(40).
           03 ga-row-value picture x(72).
         02 filler picture x(11).
       01 cs-result.
         02 cs-rcode picture x(2).
         02 cs-count picture 9.
         02 cs-more picture 9.
         02 cs-rows occurs 6 times.
           03 cs-row-section picture x(40).
           03 cs-row-param picture x(40).
           03 cs-row-op picture x(4).
           03 cs-row-staged picture x(25).
           03 cs-row-live picture x(25).
           03 cs-row-differs picture 9.
         02 filler picture x(210).
       01 row-ind binary-long unsigned.

      *----------------------------------------------------------------
      * request parsing.
      *----------------------------------------------------------------
       77 CRLF picture x(2) value x'0d0a'.
       77 LF picture x value x'0a'.
       01 scan-ptr binary-long unsigned.
       01 line-text picture x(1024).
       01 line-length binary-long unsigned.
       01 headers-done picture 9.
       01 req-method picture x(8).
       01 req-target picture x(1024).
       01 req-version picture x(16).
       01 req-path picture x(512).
       01 req-query picture x(512).
       01 query-length binary-long unsigned.
       01 query-ptr binary-long unsigned.
       01 query-pair picture x(512).
       01 pair-length binary-long unsigned.
       01 pair-name picture x(32).
       01 pair-value picture x(512).
       01 split-at binary-long unsigned.
       01 path-segments.
         02 path-seg picture x(128) occurs 5 times.
       01 seg-count binary-long unsigned.
       01 seg-ind binary-long unsigned.
       01 hdr-name picture x(64).
       01 hdr-value picture x(1024).
       01 hdr-api-key picture x(80).
       01 hdr-if-version picture x(12).
       01 hdr-change-ticket picture x(16).
       01 hdr-change-reason picture x(40).
       01 http-ticket-ind binary-long unsigned.
       01 http-ticket-slot binary-long unsigned.
       01 content-length binary-long unsigned.
       01 content-length-seen picture 9.
       01 body-available binary-long unsigned.
       01 body-length binary-long unsigned.
       01 body-text picture x(1024).
       01 effective-key picture x(80).

       01 q-key picture x(80).
       01 q-param picture x(40).
       01 q-offset picture x(9).
       01 q-token picture x(16).
       01 q-from picture x(2).
       01 q-action picture x(4).
       01 q-section picture x(40).
       01 q-expires picture x(8).
       01 q-effective picture x(8).
       01 q-history picture x.

      *  percent-decoding scratch - decode-plus set means '+' is a
      *  space (query strings and form bodies), clear means it's
      *  itself (path segments).
       01 decode-in picture x(1024).
       01 decode-in-length binary-long unsigned.
       01 decode-out picture x(1024).
       01 decode-out-length binary-long unsigned.
       01 decode-ind binary-long unsigned.
       01 decode-plus picture 9.
       01 hex-char picture x.
       01 hex-value binary-long unsigned.
       01 hex-hi binary-long unsigned.
       01 hex-lo binary-long unsigned.

       01 form-ptr binary-long unsigned.
       01 form-pair picture x(1024).
       01 form-pair-length binary-long unsigned.

      *----------------------------------------------------------------
      * routing outcome. route-status non-zero means the gateway
      * itself refused the request before any command ran.
      *----------------------------------------------------------------
       01 route-command picture x(11).
       01 route-status picture 999.
       01 route-error picture x(64).
       01 route-allow picture x(16).

      *----------------------------------------------------------------
      * response assembly.
      *----------------------------------------------------------------
       01 http-status picture 999.
       01 http-reason picture x(24).
       01 rsp-rcode picture x(2).
       01 rsp-cid picture x(12).
       01 rsp-jp picture x(9).
       01 rsp-primary picture x(64).
       01 pay-length binary-long unsigned.
       01 detail-text picture x(1024).
       01 body-out picture x(4096).
       01 body-ptr binary-long unsigned.
       01 body-out-length binary-long unsigned.
       01 json-in picture x(1024).
       01 json-in-length binary-long unsigned.
       01 json-ind binary-long unsigned.
       01 length-display picture z(5)9.
       01 gv-version-display picture z(11)9.
       01 from-display picture 99.
       01 out-ptr binary-long unsigned.

       linkage section.
       01 http-buffer picture x(65536).
       01 http-length binary-long unsigned.
       01 http-socket binary-long.
      *  set to 1 once process-request has run - it queues the
      *  connection for write itself, so the caller must not queue
      *  it a second time.
       01 http-write-queued picture 9.

       procedure division
         using http-buffer, http-length, http-socket,
           http-write-queued.
       start-http-gateway.
           move zero to http-write-queued
           move zero to route-status
           move spaces to route-error
           move spaces to route-allow
           move spaces to route-command
           move spaces to rsp-cid
           move spaces to rsp-jp
           move spaces to rsp-primary

           perform parse-request
           if route-status is equal to zero
             perform route-request
           end-if

           if route-status is not equal to zero
             add 1 to http-requests-refused end-add
             perform build-refusal-body
           else
             add 1 to http-requests-served end-add
             perform dispatch-command
             perform build-command-body
           end-if
           perform write-http-response
           goback.

      *----------------------------------------------------------------
      * request line, headers, then whatever body the one recv
      * carried. a body shorter than its Content-Length means the
      * client split the request across packets - refused rather
      * than served half-read.
      *----------------------------------------------------------------
       parse-request.
           move 1 to scan-ptr
           perform take-line
           move spaces to req-method
           move spaces to req-target
           move spaces to req-version
           unstring line-text delimited by all space
             into req-method req-target req-version
           end-unstring
           if req-method is equal to spaces
               or req-target(1:1) is not equal to '/'
               or req-version(1:5) is not equal to 'HTTP/'
             move 400 to route-status
             move 'malformed request line' to route-error
             exit paragraph
           end-if

           move spaces to hdr-api-key
           move spaces to hdr-if-version
           move spaces to hdr-change-ticket
           move spaces to hdr-change-reason
           move zero to content-length
           move zero to content-length-seen
           move zero to headers-done
           perform
             until headers-done is equal to 1
             if scan-ptr is greater than http-length
               move 1 to headers-done
             else
               perform take-line
               if line-length is equal to zero
                 move 1 to headers-done
               else
                 perform take-header-line
               end-if
             end-if
           end-perform

           move zero to body-available
           if scan-ptr is not greater than http-length
             compute body-available = http-length - scan-ptr + 1
           end-if
           move body-available to body-length
           if content-length-seen is equal to 1
             if content-length is greater than body-available
               move 400 to route-status
               move 'request body incomplete' to route-error
               exit paragraph
             end-if
             move content-length to body-length
           end-if
           if body-length is greater than 1024
             move 413 to route-status
             move 'request body too large' to route-error
             exit paragraph
           end-if
           move spaces to body-text
           if body-length is greater than zero
             move http-buffer(scan-ptr:body-length)
               to body-text(1:body-length)
           end-if
      *    a trailing newline is the terminal's, not the value's.
           perform
             until body-length is equal to zero
               or (body-text(body-length:1) is not equal to LF
                 and body-text(body-length:1) is not equal to x'0d')
             move space to body-text(body-length:1)
             subtract 1 from body-length end-subtract
           end-perform

           move spaces to req-path
           move spaces to req-query
           unstring req-target delimited by '?'
             into req-path req-query
           end-unstring
           perform split-path
           perform parse-query.

       take-line.
           move spaces to line-text
           move zero to line-length
           unstring http-buffer(1:http-length)
               delimited by CRLF or LF
             into line-text count in line-length
             with pointer scan-ptr
           end-unstring.

       take-header-line.
           move zero to split-at
           inspect line-text tallying split-at
             for characters before initial ':'
           if split-at is greater than or equal to line-length
               or split-at is greater than 64
             exit paragraph
           end-if
           move spaces to hdr-name
           move line-text(1:split-at) to hdr-name
           move function upper-case(hdr-name) to hdr-name
           move spaces to hdr-value
           if split-at + 1 is less than line-length
             move function trim(line-text(split-at + 2:
               line-length - split-at - 1)) to hdr-value
           end-if
           if hdr-name is equal to 'X-API-KEY'
             move hdr-value to hdr-api-key
           end-if
      *    the version as the body gave it, quoted the way an etag
      *    usually is or not.
           if hdr-name is equal to 'IF-NONE-MATCH'
             inspect hdr-value replacing all '"' by space
             move function trim(hdr-value) to hdr-if-version
           end-if
      *    one word, folded, as change-tkt takes it; the reason is
      *    quoted on the audit line, so a double quote goes single.
           if hdr-name is equal to 'X-CHANGE-TICKET'
             unstring hdr-value delimited by all space
               into hdr-change-ticket
             end-unstring
             move function upper-case(hdr-change-ticket)
               to hdr-change-ticket
           end-if
           if hdr-name is equal to 'X-CHANGE-REASON'
             move hdr-value to hdr-change-reason
             inspect hdr-change-reason replacing all '"' by "'"
           end-if
           if hdr-name is equal to 'CONTENT-LENGTH'
             move 1 to content-length-seen
             move function numval(hdr-value) to content-length
           end-if.

       split-path.
           move spaces to path-segments
           move zero to seg-count
           unstring req-path(2:511) delimited by '/'
             into path-seg(1) path-seg(2) path-seg(3) path-seg(4)
               path-seg(5)
             tallying in seg-count
           end-unstring
           perform
             until seg-count is equal to zero
               or path-seg(seg-count) is not equal to spaces
             subtract 1 from seg-count end-subtract
           end-perform
           move zero to decode-plus
           perform
             varying seg-ind from 1 by 1
               until seg-ind is greater than seg-count
             move path-seg(seg-ind) to decode-in
             move 128 to decode-in-length
             perform percent-decode
             move decode-out to path-seg(seg-ind)
           end-perform.

       parse-query.
           move spaces to q-key
           move spaces to q-param
           move spaces to q-offset
           move spaces to q-token
           move spaces to q-from
           move spaces to q-action
           move spaces to q-section
           move spaces to q-expires
           move spaces to q-effective
           move spaces to q-history
           move zero to query-length
           inspect function reverse(req-query) tallying query-length
             for leading spaces
           compute query-length = 512 - query-length
           move 1 to query-ptr
           move 1 to decode-plus
           perform
             until query-ptr is greater than query-length
             move spaces to query-pair
             move zero to pair-length
             unstring req-query(1:query-length) delimited by '&'
               into query-pair count in pair-length
               with pointer query-ptr
             end-unstring
             if pair-length is greater than zero
               perform take-query-pair
             end-if
           end-perform.

       take-query-pair.
           move zero to split-at
           inspect query-pair tallying split-at
             for characters before initial '='
           if split-at is greater than or equal to pair-length
               or split-at is greater than 32
             exit paragraph
           end-if
           move spaces to pair-name
           move query-pair(1:split-at) to pair-name
           move spaces to decode-in
           move zero to decode-in-length
           if split-at + 1 is less than pair-length
             compute decode-in-length = pair-length - split-at - 1
             move query-pair(split-at + 2:decode-in-length)
               to decode-in
           end-if
           perform percent-decode
           move decode-out to pair-value
           evaluate function lower-case(pair-name)
             when 'key'
               move pair-value to q-key
             when 'param'
               move pair-value to q-param
             when 'offset'
               move pair-value to q-offset
             when 'token'
               move pair-value to q-token
             when 'from'
               move pair-value to q-from
             when 'action'
               move function upper-case(pair-value) to q-action
             when 'section'
               move pair-value to q-section
             when 'expires'
               move pair-value to q-expires
             when 'effective'
               move pair-value to q-effective
             when 'history'
               move pair-value to q-history
             when other
               continue
           end-evaluate.

      *----------------------------------------------------------------
      * %XX and (when decode-plus is set) '+' decoding of decode-in
      * (1:decode-in-length) into decode-out. a '%' not followed by
      * two hex digits is kept literally rather than guessed at.
      *----------------------------------------------------------------
       percent-decode.
           move spaces to decode-out
           move zero to decode-out-length
           move 1 to decode-ind
           perform
             until decode-ind is greater than decode-in-length
               or decode-out-length is equal to 1024
             add 1 to decode-out-length end-add
             evaluate true
               when decode-in(decode-ind:1) is equal to '+'
                   and decode-plus is equal to 1
                 move space to decode-out(decode-out-length:1)
                 add 1 to decode-ind end-add
               when decode-in(decode-ind:1) is equal to '%'
                   and decode-ind + 2 is not greater than
                     decode-in-length
                 move decode-in(decode-ind + 1:1) to hex-char
                 perform hex-char-value
                 move hex-value to hex-hi
                 move decode-in(decode-ind + 2:1) to hex-char
                 perform hex-char-value
                 move hex-value to hex-lo
                 if hex-hi is less than 16 and hex-lo is less than 16
                   move function char(hex-hi * 16 + hex-lo + 1)
                     to decode-out(decode-out-length:1)
                   add 3 to decode-ind end-add
                 else
                   move '%' to decode-out(decode-out-length:1)
                   add 1 to decode-ind end-add
                 end-if
               when other
                 move decode-in(decode-ind:1)
                   to decode-out(decode-out-length:1)
                 add 1 to decode-ind end-add
             end-evaluate
           end-perform.

       hex-char-value.
           evaluate hex-char
             when '0' thru '9'
               compute hex-value =
                 function ord(hex-char) - function ord('0')
             when 'a' thru 'f'
               compute hex-value =
                 function ord(hex-char) - function ord('a') + 10
             when 'A' thru 'F'
               compute hex-value =
                 function ord(hex-char) - function ord('A') + 10
             when other
               move 99 to hex-value
           end-evaluate.

      *----------------------------------------------------------------
      * path shape picks the command, method has to agree with it -
      * a known path with the wrong method is 405, not 404.
      *----------------------------------------------------------------
       route-request.
           move hdr-api-key to effective-key
           if effective-key is equal to spaces
             move q-key to effective-key
           end-if

           evaluate true
             when seg-count is equal to 2
                 and path-seg(1) is equal to 'sections'
               if req-method is equal to 'GET'
                 perform build-get-section
               else
                 move 'GET' to route-allow
               end-if
             when seg-count is equal to 4
                 and path-seg(1) is equal to 'sections'
                 and path-seg(3) is equal to 'asof'
               if req-method is equal to 'GET'
                 perform build-get-asof
               else
                 move 'GET' to route-allow
               end-if
             when seg-count is equal to 2
                 and path-seg(1) is equal to 'views'
               if req-method is equal to 'GET'
                 perform build-get-view
               else
                 move 'GET' to route-allow
               end-if
             when seg-count is equal to 4
                 and path-seg(1) is equal to 'sections'
                 and path-seg(3) is equal to 'params'
               if req-method is equal to 'PUT'
                   or req-method is equal to 'POST'
                 perform build-set-param
               else
                 move 'PUT, POST' to route-allow
               end-if
             when seg-count is equal to 3
                 and path-seg(1) is equal to 'sections'
                 and path-seg(3) is equal to 'txn'
               if req-method is equal to 'POST'
                 perform build-txn-update
               else
                 move 'POST' to route-allow
               end-if
             when seg-count is equal to 2
                 and path-seg(1) is equal to 'changesets'
               if req-method is equal to 'POST'
                   or (req-method is equal to 'GET'
                     and (q-action is equal to 'LIST'
                       or q-action is equal to 'DIFF'))
                 perform build-changeset
               else
                 move 'GET, POST' to route-allow
               end-if
             when other
               move 404 to route-status
               move 'no such resource' to route-error
           end-evaluate

           if route-allow is not equal to spaces
             move 405 to route-status
             move 'method not allowed here' to route-error
           end-if.

       build-get-section.
           move 'get-section' to route-command
           move path-seg(2) to gs-section
           move effective-key to gs-key
           move q-param to gs-param
           move zero to gs-offset
           if q-offset is not equal to spaces
             move function numval(q-offset) to gs-offset
           end-if
           move 'JSON' to gs-format
           move q-token to gs-token
           move hdr-if-version to gs-if-version
           move spaces to pr-args
           move gs-args to pr-args
           move function length(gs-args) to pr-argc.

       build-get-asof.
           move 'get-asof' to route-command
           move path-seg(2) to ga-section
           move effective-key to ga-key
           move path-seg(4) to ga-date
           move spaces to pr-args
           move ga-args to pr-args
           move function length(ga-args) to pr-argc.

       build-get-view.
           move 'get-view' to route-command
           move path-seg(2) to gv-view
           move effective-key to gv-key
           move spaces to gv-from
           if q-from is not equal to spaces
             move function numval(q-from) to row-ind
             if row-ind is greater than 99
               move 99 to row-ind
             end-if
             move row-ind to from-display
             move from-display to gv-from
           end-if
           move spaces to pr-args
           move hdr-if-version to gv-if-version
           move gv-args to pr-args
           move function length(gv-args) to pr-argc.

       build-set-param.
           if body-length is greater than 348
             move 413 to route-status
             move 'value longer than 348 bytes' to route-error
             exit paragraph
           end-if
           move 'set-param' to route-command
           move path-seg(2) to sp-section
           move effective-key to sp-key
           move path-seg(4) to sp-param
           move body-text to sp-value
           move spaces to sp-history
           if q-history is equal to '1'
             move '1' to sp-history
           end-if
           move q-expires to sp-expires
           move q-effective to sp-effective
           move spaces to pr-args
           move sp-args to pr-args
           move function length(sp-args) to pr-argc.

      *----------------------------------------------------------------
      * a form-encoded body, p1=v1&p2=v2&p3=v3 - txn-update's own
      * three-pair ceiling applies.
      *----------------------------------------------------------------
       build-txn-update.
           move 'txn-update' to route-command
           move path-seg(2) to tx-section
           move effective-key to tx-key
           move zero to tx-count
           move spaces to tx-pairs(1)
           move spaces to tx-pairs(2)
           move spaces to tx-pairs(3)
           move 1 to form-ptr
           move 1 to decode-plus
           perform
             until form-ptr is greater than body-length
               or route-status is not equal to zero
             move spaces to form-pair
             move zero to form-pair-length
             unstring body-text(1:body-length) delimited by '&'
               into form-pair count in form-pair-length
               with pointer form-ptr
             end-unstring
             if form-pair-length is greater than zero
               perform take-form-pair
             end-if
           end-perform
           if route-status is not equal to zero
             exit paragraph
           end-if
           move spaces to pr-args
           move tx-args to pr-args
           move function length(tx-args) to pr-argc.

       take-form-pair.
           if tx-count is equal to 3
             move 400 to route-status
             move 'at most three param=value pairs' to route-error
             exit paragraph
           end-if
           move zero to split-at
           inspect form-pair tallying split-at
             for characters before initial '='
           if split-at is greater than or equal to form-pair-length
             move 400 to route-status
             move 'body pair without =' to route-error
             exit paragraph
           end-if
           add 1 to tx-count end-add
           move form-pair(1:split-at) to decode-in
           move split-at to decode-in-length
           perform percent-decode
           move decode-out to tx-param(tx-count)
           move spaces to decode-in
           move zero to decode-in-length
           if split-at + 1 is less than form-pair-length
             compute decode-in-length =
               form-pair-length - split-at - 1
             move form-pair(split-at + 2:decode-in-length)
               to decode-in
           end-if
           perform percent-decode
           move decode-out to tx-value(tx-count).

       build-changeset.
           if body-length is greater than 348
             move 413 to route-status
             move 'value longer than 348 bytes' to route-error
             exit paragraph
           end-if
           move 'changeset' to route-command
           move path-seg(2) to cs-name
           move effective-key to cs-key
           move q-action to cs-action
           move q-section to cs-section
           move q-param to cs-param
           move q-expires to cs-expires
           move body-text to cs-value
           move spaces to pr-args
           move cs-args to pr-args
           move function length(cs-args) to pr-argc.

      *----------------------------------------------------------------
      * the buffer a native client would have sent: command, argc
      * bytes of argv, the 4-byte ordinal-sum checksum right behind
      * them - see verify-checksum in process-request.cbl.
      *----------------------------------------------------------------
       dispatch-command.
           move route-command to pr-command
           move zero to pr-checksum
           perform
             varying pr-sum-ind from 1 by 1
               until pr-sum-ind is greater than 11
             add function ord(pr-command(pr-sum-ind:1))
               to pr-checksum
           end-perform
           perform
             varying pr-sum-ind from 1 by 1
               until pr-sum-ind is greater than pr-argc
             add function ord(pr-args(pr-sum-ind:1))
               to pr-checksum
           end-perform
           move pr-checksum-raw to pr-args(pr-argc + 1:4)
           compute pr-data-length = pr-argc + 16
           move function length(pr-read-buffer) to pr-buffer-length
           move spaces to pr-write-buffer
           move zero to pr-output-length
           move zero to pr-sended
           move http-socket to pr-socket

           perform file-http-ticket
           call 'process-request' using
             by reference pr-buffer
           end-call
           perform drop-http-ticket
           move 1 to http-write-queued

           move pr-output-length to pay-length
           if pay-length is greater than 1024
             move 1024 to pay-length
           end-if
      *----------------------------------------------------------------
      * peel the trailers process-request appended, last one first:
      * a standby's ' jp=' position, then the 12-digit correlation
      * id (present whenever the payload left it room - see the
      * response trailer in process-request.cbl).
      *----------------------------------------------------------------
           if standby-mode is not equal to zero
               and pay-length is greater than 14
             if pr-write-buffer(pay-length - 12:4) is equal to ' jp='
               move pr-write-buffer(pay-length - 8:9) to rsp-jp
               subtract 13 from pay-length end-subtract
             end-if
           end-if
           if pay-length is greater than 13
               and pay-length is not greater than 1024
             if pr-write-buffer(pay-length - 11:12) is numeric
               move pr-write-buffer(pay-length - 11:12) to rsp-cid
               subtract 12 from pay-length end-subtract
             end-if
           end-if
           if pay-length is less than 2
             move 'fl' to rsp-rcode
             move zero to pay-length
           else
             move pr-write-buffer(1:2) to rsp-rcode
             subtract 2 from pay-length end-subtract
           end-if
           if rsp-rcode is equal to 'sb'
             move pr-write-buffer(11:64) to rsp-primary
             move zero to pay-length
           end-if
           move spaces to detail-text
           if pay-length is greater than zero
             move pr-write-buffer(3:pay-length)
               to detail-text(1:pay-length)
           end-if
           perform map-rcode-to-status.

      *----------------------------------------------------------------
      * the X-Change-Ticket header files this socket's
      * change-tickets row for the one request (changeticket.cpy),
      * the way change-tkt does for a native connection, and the
      * row goes again with the response. a full table leaves the
      * request unticketed - a ticket-only section then answers
      * 'tk', which says exactly what is missing.
      *----------------------------------------------------------------
       file-http-ticket.
           if hdr-change-ticket is equal to spaces
             exit paragraph
           end-if
           move zero to http-ticket-slot
           perform
             varying http-ticket-ind from 1 by 1
               until http-ticket-ind is greater than 64
                 or http-ticket-slot is greater than zero
             if change-ticket-socket(http-ticket-ind) is equal to
                 http-socket
                 or change-ticket-socket(http-ticket-ind) is equal to
                 zero
               move http-ticket-ind to http-ticket-slot
             end-if
           end-perform
           if http-ticket-slot is equal to zero
             exit paragraph
           end-if
           move http-socket to change-ticket-socket(http-ticket-slot)
           move hdr-change-ticket
             to change-ticket-number(http-ticket-slot)
           move hdr-change-reason
             to change-ticket-reason(http-ticket-slot).

       drop-http-ticket.
           perform
             varying http-ticket-ind from 1 by 1
               until http-ticket-ind is greater than 64
             if change-ticket-socket(http-ticket-ind) is equal to
                 http-socket
               move zero to change-ticket-socket(http-ticket-ind)
               move spaces to change-ticket-number(http-ticket-ind)
               move spaces to change-ticket-reason(http-ticket-ind)
             end-if
           end-perform.

      *----------------------------------------------------------------
      * rcode to status. the success family and the "accepted, not
      * yet live" pair first, then the refusals grouped by whose
      * move it is next: the caller's request (4xx) or the service
      * (5xx). anything unlisted is reported as a server fault
      * rather than a success it might not be.
      *----------------------------------------------------------------
       map-rcode-to-status.
           evaluate rsp-rcode
             when 'ok'
             when 'kw'
             when 'ks'
             when 'dp'
             when 'sw'
               move 200 to http-status
             when 'ef'
             when 'pa'
               move 202 to http-status
             when 'nc'
               move 304 to http-status
             when 'iv'
             when 'cs'
             when 'uc'
             when 'nm'
             when 'bc'
               move 400 to http-status
             when 'na'
             when 'ot'
               move 401 to http-status
             when 'ro'
             when 'pd'
             when 'ke'
             when 'kx'
             when 'kn'
             when 'pr'
               move 403 to http-status
             when 'bn'
             when 'nf'
               move 404 to http-status
             when 'ae'
             when 'cf'
               move 409 to http-status
             when 'ar'
               move 410 to http-status
             when 'vr'
             when 'ax'
               move 422 to http-status
             when 'sl'
             when 'pl'
               move 423 to http-status
             when 'tk'
             when 'hr'
               move 428 to http-status
             when 'tl'
               move 429 to http-status
             when 'bz'
             when 'mm'
             when 'fz'
             when 'sb'
             when 'rt'
               move 503 to http-status
             when 'qx'
               move 507 to http-status
             when other
               move 500 to http-status
           end-evaluate.

       set-reason-phrase.
           evaluate http-status
             when 200 move 'OK' to http-reason
             when 202 move 'Accepted' to http-reason
             when 304 move 'Not Modified' to http-reason
             when 400 move 'Bad Request' to http-reason
             when 401 move 'Unauthorized' to http-reason
             when 403 move 'Forbidden' to http-reason
             when 404 move 'Not Found' to http-reason
             when 405 move 'Method Not Allowed' to http-reason
             when 409 move 'Conflict' to http-reason
             when 410 move 'Gone' to http-reason
             when 413 move 'Payload Too Large' to http-reason
             when 422 move 'Unprocessable Entity' to http-reason
             when 423 move 'Locked' to http-reason
             when 428 move 'Precondition Required' to http-reason
             when 429 move 'Too Many Requests' to http-reason
             when 503 move 'Service Unavailable' to http-reason
             when 507 move 'Insufficient Storage' to http-reason
             when other move 'Internal Server Error' to http-reason
           end-evaluate.

       build-refusal-body.
           move route-status to http-status
           move spaces to rsp-rcode
           move spaces to body-out
           move 1 to body-ptr
           string '{"error":"' delimited by size
               function trim(route-error) delimited by size
               '"}' delimited by size
             into body-out
             with pointer body-ptr
           end-string.

      *----------------------------------------------------------------
      * get-section answered in its own JSON mode already (JSON was
      * asked for in its argv); the rest are rendered here into the
      * same {"rcode":..} family of shapes.
      *----------------------------------------------------------------
       build-command-body.
           move spaces to body-out
           move 1 to body-ptr
           evaluate true
             when rsp-rcode is equal to 'nc'
               continue
             when route-command is equal to 'get-section'
                 and pay-length is greater than zero
                 and detail-text(1:1) is equal to '{'
               move detail-text(1:pay-length) to body-out
               compute body-ptr = pay-length + 1
             when (rsp-rcode is equal to 'ok'
                 or rsp-rcode is equal to 'kw'
                 or rsp-rcode is equal to 'ks'
                 or rsp-rcode is equal to 'dp')
                 and route-command is equal to 'get-view'
               perform render-view-body
             when (rsp-rcode is equal to 'ok'
                 or rsp-rcode is equal to 'kw'
                 or rsp-rcode is equal to 'ks')
                 and route-command is equal to 'get-asof'
               perform render-asof-body
             when rsp-rcode is equal to 'ok'
                 and route-command is equal to 'changeset'
                 and (cs-action is equal to 'LIST'
                   or cs-action is equal to 'DIFF')
               perform render-changeset-body
             when other
               perform render-rcode-body
           end-evaluate.

       render-rcode-body.
           string '{"rcode":"' delimited by size
               rsp-rcode delimited by size
               '"' delimited by size
             into body-out
             with pointer body-ptr
           end-string
           if rsp-primary is not equal to spaces
             string ',"primary":"' delimited by size
                 function trim(rsp-primary) delimited by size
                 '"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
           end-if
           if pay-length is greater than zero
               and detail-text(1:pay-length) is not equal to spaces
             string ',"detail":"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
             move detail-text to json-in
             move pay-length to json-in-length
             perform append-json-string
             string '"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
           end-if
           string '}' delimited by size
             into body-out
             with pointer body-ptr
           end-string.

       render-view-body.
           move pr-write-buffer to gv-result
           move zero to gv-version-display
           if gv-version is numeric
             move gv-version to gv-version-display
           end-if
           string '{"rcode":"' delimited by size
               rsp-rcode delimited by size
               '","view":"' delimited by size
               function trim(gv-view) delimited by size
               '","more":' delimited by size
               gv-more delimited by size
               ',"version":' delimited by size
               function trim(gv-version-display leading)
                 delimited by size
               ',"settings":[' delimited by size
             into body-out
             with pointer body-ptr
           end-string
           if gv-count is not numeric or gv-count is greater than 10
             move zero to gv-count
           end-if
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than gv-count
             if row-ind is greater than 1
               string ',' delimited by size
                 into body-out
                 with pointer body-ptr
               end-string
             end-if
             string '{"name":"' delimited by size
                 function trim(gv-row-param(row-ind))
                   delimited by size
                 '","value":"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
             move gv-row-value(row-ind) to json-in
             move 78 to json-in-length
             perform append-json-string
             string '","found":' delimited by size
                 gv-row-found(row-ind) delimited by size
                 '}' delimited by size
               into body-out
               with pointer body-ptr
             end-string
           end-perform
           string ']}' delimited by size
             into body-out
             with pointer body-ptr
           end-string.

       render-asof-body.
           move pr-write-buffer to ga-result
           string '{"rcode":"' delimited by size
               rsp-rcode delimited by size
               '","section":"' delimited by size
               function trim(ga-section) delimited by size
               '","asof":"' delimited by size
               ga-date delimited by size
               '","more":' delimited by size
               ga-more delimited by size
               ',"settings":[' delimited by size
             into body-out
             with pointer body-ptr
           end-string
           if ga-count is not numeric or ga-count is greater than 9
             move zero to ga-count
           end-if
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than ga-count
             if row-ind is greater than 1
               string ',' delimited by size
                 into body-out
                 with pointer body-ptr
               end-string
             end-if
             string '{"name":"' delimited by size
                 function trim(ga-row-name(row-ind))
                   delimited by size
                 '","value":"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
             move ga-row-value(row-ind) to json-in
             move 72 to json-in-length
             perform append-json-string
             string '"}' delimited by size
               into body-out
               with pointer body-ptr
             end-string
           end-perform
           string ']}' delimited by size
             into body-out
             with pointer body-ptr
           end-string.

       render-changeset-body.
           move pr-write-buffer to cs-result
           string '{"rcode":"ok","changeset":"' delimited by size
               function trim(cs-name) delimited by size
               '","more":' delimited by size
               cs-more delimited by size
               ',"entries":[' delimited by size
             into body-out
             with pointer body-ptr
           end-string
           if cs-count is not numeric or cs-count is greater than 6
             move zero to cs-count
           end-if
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than cs-count
             if row-ind is greater than 1
               string ',' delimited by size
                 into body-out
                 with pointer body-ptr
               end-string
             end-if
             string '{"section":"' delimited by size
                 function trim(cs-row-section(row-ind))
                   delimited by size
                 '","param":"' delimited by size
                 function trim(cs-row-param(row-ind))
                   delimited by size
                 '","op":"' delimited by size
                 function trim(cs-row-op(row-ind))
                   delimited by size
                 '","staged":"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
             move cs-row-staged(row-ind) to json-in
             move 25 to json-in-length
             perform append-json-string
             string '","live":"' delimited by size
               into body-out
               with pointer body-ptr
             end-string
             move cs-row-live(row-ind) to json-in
             move 25 to json-in-length
             perform append-json-string
             string '","differs":' delimited by size
                 cs-row-differs(row-ind) delimited by size
                 '}' delimited by size
               into body-out
               with pointer body-ptr
             end-string
           end-perform
           string ']}' delimited by size
             into body-out
             with pointer body-ptr
           end-string.

      *----------------------------------------------------------------
      * a value into a JSON string: trailing padding dropped, quote
      * and backslash escaped, anything below a space blanked so a
      * stray control byte can't break the document.
      *----------------------------------------------------------------
       append-json-string.
           perform
             until json-in-length is equal to zero
               or json-in(json-in-length:1) is not equal to space
             subtract 1 from json-in-length end-subtract
           end-perform
           perform
             varying json-ind from 1 by 1
               until json-ind is greater than json-in-length
                 or body-ptr is greater than 4090
             evaluate true
               when json-in(json-ind:1) is equal to '"'
                 string '\"' delimited by size
                   into body-out
                   with pointer body-ptr
                 end-string
               when json-in(json-ind:1) is equal to '\'
                 string '\\' delimited by size
                   into body-out
                   with pointer body-ptr
                 end-string
               when json-in(json-ind:1) is less than space
                 string ' ' delimited by size
                   into body-out
                   with pointer body-ptr
                 end-string
               when other
                 string json-in(json-ind:1) delimited by size
                   into body-out
                   with pointer body-ptr
                 end-string
             end-evaluate
           end-perform.

      *----------------------------------------------------------------
      * status line, headers, body - written over the request in
      * the caller's pool buffer.
      *----------------------------------------------------------------
       write-http-response.
           perform set-reason-phrase
           compute body-out-length = body-ptr - 1
           move body-out-length to length-display
           move 1 to out-ptr
           string 'HTTP/1.0 ' delimited by size
               http-status delimited by size
               ' ' delimited by size
               function trim(http-reason) delimited by size
               CRLF delimited by size
               'Content-Type: application/json' delimited by size
               CRLF delimited by size
               'Content-Length: ' delimited by size
               function trim(length-display leading) delimited by size
               CRLF delimited by size
               'Connection: close' delimited by size
               CRLF delimited by size
             into http-buffer
             with pointer out-ptr
           end-string
           if rsp-rcode is not equal to spaces
             string 'X-Rcode: ' delimited by size
                 rsp-rcode delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           if rsp-cid is not equal to spaces
             string 'X-Correlation-Id: ' delimited by size
                 rsp-cid delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           if rsp-jp is not equal to spaces
             string 'X-Journal-Position: ' delimited by size
                 rsp-jp delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           if rsp-primary is not equal to spaces
             string 'X-Primary: ' delimited by size
                 function trim(rsp-primary) delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           if route-allow is not equal to spaces
             string 'Allow: ' delimited by size
                 function trim(route-allow) delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           if http-status is equal to 503
               or http-status is equal to 429
             string 'Retry-After: 1' delimited by size
                 CRLF delimited by size
               into http-buffer
               with pointer out-ptr
             end-string
           end-if
           string CRLF delimited by size
             into http-buffer
             with pointer out-ptr
           end-string
           if body-out-length is greater than zero
             move body-out(1:body-out-length)
               to http-buffer(out-ptr:body-out-length)
             add body-out-length to out-ptr end-add
           end-if
           compute http-length = out-ptr - 1.

       end program http-gateway.
