       identification division.
       program-id. webhook-deliver.

      * standalone batch job - the push half of the change-data-
      * capture outbox (see outboxrecord.cpy) for consumers that
      * want each committed row POSTed to them instead of polling
      * outbox-drain. a webhook consumer is an ordinary outbox
      * consumer: its position is the same ack-record in
      * outbox-acks-db, advanced here only once its endpoint has
      * answered 2xx for a row (or the row has been parked), so
      * outbox-drain CONSUMER ACK <seq> still rewinds or skips it.
      * usage:
      *   webhook-deliver [DELIVER [consumer]]
      *     one pass over every registered consumer (or just one):
      *     rows past its ack are POSTed in sequence order through
      *     webhook-post.cbl; rows outside its section filter are
      *     stepped over. the first failure stops that consumer for
      *     the pass and backs it off - 1, 2, 4 ... minutes, capped
      *     at an hour - so a scheduler can run the pass every
      *     minute without hammering an endpoint that is down. once
      *     the row at the head has failed max-failures times it is
      *     parked in the dead-letter file, an alert goes on the bus
      *     and the feed moves on. exits with the number of
      *     consumers left failing or with rows parked this pass.
      *   webhook-deliver REGISTER consumer url filter secret [max]
      *     adds or updates a consumer. filter is '*' for every
      *     section, 'PAY*' for a prefix, otherwise one section;
      *     max-failures defaults to 8. a consumer with no ack-record
      *     yet starts at the outbox's current tail - an endpoint
      *     registered today is not handed years of history.
      *   webhook-deliver REMOVE consumer
      *   webhook-deliver LIST
      *     the registry with each consumer's delivery state.
      *   webhook-deliver DEAD [consumer]
      *     the undeliverable-rows report from the dead-letter file;
      *     exits with the number of rows listed.

       environment division.
       input-output section.
       file-control.
         copy outboxdb.
         copy webhookdb.

       data division.
       file section.
         copy outboxrecord.
         copy webhookrecord.

       working-storage section.
         copy serverconfig.
       01 arg-op picture x(8).
       01 arg-consumer picture x(16).
       01 arg-url picture x(128).
       01 arg-filter picture x(40).
       01 arg-secret picture x(64).
       01 arg-max picture x(2).
       01 at-eof picture 9.
       01 registry-eof picture 9.
       01 stop-consumer picture 9.
       01 row-wanted picture 9.
       01 acked-seq picture 9(9).
       01 tail-seq picture 9(9).
       01 filter-length binary-long unsigned.

       01 now-stamp picture 9(14).
       01 now-stamp-parts redefines now-stamp.
         02 now-date picture 9(8).
         02 now-hh picture 99.
         02 now-mm picture 99.
         02 now-ss picture 99.
       01 now-seconds picture 9(14).
       01 next-seconds picture 9(14).
       01 next-day picture 9(8).
       01 next-rem picture 9(5).
       01 next-stamp picture 9(14).
       01 next-stamp-parts redefines next-stamp.
         02 next-date picture 9(8).
         02 next-hh picture 99.
         02 next-mm picture 99.
         02 next-ss picture 99.
       01 backoff-minutes picture 9(4).
       01 backoff-ind picture 9(2).

       01 post-body picture x(512).
       01 post-body-length binary-long unsigned.
       01 post-ptr binary-long unsigned.
       01 post-http-status picture 9(3).
       01 seq-display picture z(8)9.

       01 pass-consumers binary-long unsigned value 0.
       01 pass-delivered binary-long unsigned value 0.
       01 pass-parked binary-long unsigned value 0.
       01 pass-failing binary-long unsigned value 0.
       01 consumer-parked binary-long unsigned.
       01 consumer-delivered binary-long unsigned.
       01 dead-listed binary-long unsigned value 0.

       01 alert-class picture x(16) value 'WEBHOOK'.
       01 alert-bus-text picture x(96).

       procedure division.
       start-webhook-deliver.
           move spaces to arg-op
           move spaces to arg-consumer
           move spaces to arg-url
           move spaces to arg-filter
           move spaces to arg-secret
           move spaces to arg-max
           accept arg-op from argument-value
           accept arg-consumer from argument-value
           accept arg-url from argument-value
           accept arg-filter from argument-value
           accept arg-secret from argument-value
           accept arg-max from argument-value
           move function upper-case(arg-op) to arg-op
           move function upper-case(arg-consumer) to arg-consumer
           move function upper-case(arg-filter) to arg-filter

           call 'load-data-paths' end-call

           evaluate arg-op
             when spaces
             when 'DELIVER'
               perform deliver-pass
             when 'REGISTER'
               perform register-consumer
             when 'REMOVE'
               perform remove-consumer
             when 'LIST'
               perform list-consumers
             when 'DEAD'
               perform report-dead-letters
             when other
               display 'webhook-deliver: usage: webhook-deliver '
                 '[DELIVER [consumer] | REGISTER consumer url '
                 'filter secret [max] | REMOVE consumer | LIST | '
                 'DEAD [consumer]]' end-display
               move 1 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
      * REGISTER keeps an existing consumer's delivery state and
      * totals - only where and how it is called changes.
      *----------------------------------------------------------------
       register-consumer.
           if arg-consumer is equal to spaces
               or arg-url is equal to spaces
               or arg-filter is equal to spaces
               or arg-secret is equal to spaces
             display 'webhook-deliver: REGISTER needs consumer, url, '
               'filter and secret' end-display
             move 1 to return-code
             exit paragraph
           end-if
           if function upper-case(arg-url(1:7)) is not equal to
               'HTTP://'
             display 'webhook-deliver: url must be http://host'
               '[:port]/path' end-display
             move 1 to return-code
             exit paragraph
           end-if
           if arg-max is not equal to spaces
               and function trim(arg-max) is not numeric
             display 'webhook-deliver: max-failures must be numeric'
               end-display
             move 1 to return-code
             exit paragraph
           end-if

           open i-o webhooks-db
           move arg-consumer to wh-consumer
           read webhooks-db record
             invalid key
               move zero to wh-fail-count
               move zero to wh-fail-seq
               move zero to wh-next-try
               move zero to wh-last-status
               move zero to wh-delivered-count
               move zero to wh-parked-count
               move function current-date(1:8) to wh-registered-on
           end-read
           move arg-consumer to wh-consumer
           move arg-url to wh-url
           move arg-filter to wh-section-filter
           if wh-section-filter is equal to '*'
             move spaces to wh-section-filter
           end-if
           move arg-secret to wh-secret
           move 8 to wh-max-failures
           if arg-max is not equal to spaces
             move function numval(arg-max) to wh-max-failures
           end-if
           if wh-max-failures is equal to zero
             move 1 to wh-max-failures
           end-if
           write webhook-record
             invalid key
               rewrite webhook-record
                 invalid key
                   display 'webhook-deliver: failed to record '
                     function trim(arg-consumer) end-display
                   move 1 to return-code
               end-rewrite
           end-write
           close webhooks-db

           open i-o outbox-acks-db
           move arg-consumer to ack-consumer
           read outbox-acks-db record
             invalid key
               perform find-outbox-tail
               move arg-consumer to ack-consumer
               move tail-seq to ack-last-seq
               move function current-date(1:8) to ack-updated-on
               write ack-record
                 invalid key
                   continue
               end-write
           end-read
           display 'webhook-deliver: ' function trim(arg-consumer)
             ' registered, delivering past seq ' ack-last-seq
             end-display
           close outbox-acks-db.

       find-outbox-tail.
           move zero to tail-seq
           open input outbox-file
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read outbox-file
               at end
                 move 1 to at-eof
               not at end
                 if obx-seq is numeric
                     and obx-seq is greater than tail-seq
                   move obx-seq to tail-seq
                 end-if
             end-read
           end-perform
           close outbox-file.

       remove-consumer.
           if arg-consumer is equal to spaces
             display 'webhook-deliver: REMOVE needs a consumer'
               end-display
             move 1 to return-code
             exit paragraph
           end-if
           open i-o webhooks-db
           move arg-consumer to wh-consumer
           delete webhooks-db record
             invalid key
               display 'webhook-deliver: ' function trim(arg-consumer)
                 ' is not registered' end-display
               move 1 to return-code
             not invalid key
               display 'webhook-deliver: ' function trim(arg-consumer)
                 ' removed (its ack-record is left for outbox-drain)'
                 end-display
           end-delete
           close webhooks-db.

       list-consumers.
           open input webhooks-db
           open input outbox-acks-db
           display 'consumer         acked-seq fails next-try       '
             'last delivered    parked url' end-display
           move low-values to wh-consumer
           move zero to registry-eof
           start webhooks-db key is not less than wh-consumer
             invalid key
               move 1 to registry-eof
           end-start
           perform
             until registry-eof is equal to 1
             read webhooks-db next record
               at end
                 move 1 to registry-eof
               not at end
                 move zero to acked-seq
                 move wh-consumer to ack-consumer
                 read outbox-acks-db record
                   invalid key
                     continue
                   not invalid key
                     move ack-last-seq to acked-seq
                 end-read
                 display wh-consumer ' ' acked-seq ' '
                   wh-fail-count '/' wh-max-failures ' '
                   wh-next-try ' ' wh-last-status ' '
                   wh-delivered-count ' ' wh-parked-count ' '
                   function trim(wh-url) end-display
             end-read
           end-perform
           close outbox-acks-db
           close webhooks-db.

      *----------------------------------------------------------------
      * the undeliverable-rows report. each line is a row a consumer
      * never received - it needs replaying to that consumer by hand
      * (or rewinding with outbox-drain ACK once the endpoint is
      * fixed) before its view of the settings can be trusted.
      *----------------------------------------------------------------
       report-dead-letters.
           open input webhook-dead-file
           display 'consumer         seq       op   section'
             '                                  param'
             '                                    tries status '
             'parked-at' end-display
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read webhook-dead-file
               at end
                 move 1 to at-eof
               not at end
                 if arg-consumer is equal to spaces
                     or arg-consumer is equal to dl-consumer
                   display dl-consumer ' ' dl-seq ' ' dl-op ' '
                     dl-section ' ' dl-param ' ' dl-attempts
                     '    ' dl-last-status '    ' dl-parked-at
                     end-display
                   add 1 to dead-listed end-add
                 end-if
             end-read
           end-perform
           close webhook-dead-file
           display 'webhook-deliver: ' dead-listed
             ' undeliverable row(s)' end-display
           move dead-listed to return-code.

       deliver-pass.
           move function current-date(1:14) to now-stamp
           compute now-seconds =
             function integer-of-date(now-date) * 86400
             + now-hh * 3600 + now-mm * 60 + now-ss
           end-compute

           open i-o webhooks-db
           open i-o outbox-acks-db
           open extend webhook-dead-file
           move low-values to wh-consumer
           move zero to registry-eof
           start webhooks-db key is not less than wh-consumer
             invalid key
               move 1 to registry-eof
           end-start
           perform
             until registry-eof is equal to 1
             read webhooks-db next record
               at end
                 move 1 to registry-eof
               not at end
                 if arg-consumer is equal to spaces
                     or arg-consumer is equal to wh-consumer
                   perform deliver-one-consumer
                   rewrite webhook-record
                     invalid key
                       continue
                   end-rewrite
                 end-if
             end-read
           end-perform
           close webhook-dead-file
           close outbox-acks-db
           close webhooks-db

           display 'webhook-deliver: ' pass-consumers
             ' consumer(s), ' pass-delivered ' delivered, '
             pass-parked ' parked, ' pass-failing ' failing'
             end-display
           move pass-failing to return-code.

       deliver-one-consumer.
           add 1 to pass-consumers end-add
           move zero to consumer-parked
           move zero to consumer-delivered
           if wh-fail-count is greater than zero
               and wh-next-try is greater than now-stamp
             display 'webhook-deliver: ' function trim(wh-consumer)
               ' backing off until ' wh-next-try end-display
             add 1 to pass-failing end-add
             exit paragraph
           end-if

           move zero to acked-seq
           move wh-consumer to ack-consumer
           read outbox-acks-db record
             invalid key
               continue
             not invalid key
               move ack-last-seq to acked-seq
           end-read

           open input outbox-file
           move zero to at-eof
           move zero to stop-consumer
           perform
             until at-eof is equal to 1 or stop-consumer is equal to 1
             read outbox-file
               at end
                 move 1 to at-eof
               not at end
                 if obx-seq is numeric
                     and obx-seq is greater than acked-seq
                   perform offer-row
                 end-if
             end-read
           end-perform
           close outbox-file
           perform save-ack

           display 'webhook-deliver: ' function trim(wh-consumer)
             ' delivered ' consumer-delivered ', parked '
             consumer-parked ', acked through ' acked-seq end-display
           if stop-consumer is equal to 1
               or consumer-parked is greater than zero
             add 1 to pass-failing end-add
           end-if.

       offer-row.
           perform match-filter
           if row-wanted is equal to zero
             move obx-seq to acked-seq
             exit paragraph
           end-if

           perform build-body
           move zero to post-http-status
           call 'webhook-post' using
               by reference wh-url
               by reference wh-secret
               by reference wh-consumer
               by reference obx-seq
               by reference post-body
               by reference post-body-length
               by reference post-http-status
           end-call
           move post-http-status to wh-last-status

           if post-http-status is not less than 200
               and post-http-status is less than 300
             move obx-seq to acked-seq
             perform save-ack
             move zero to wh-fail-count
             move zero to wh-fail-seq
             move zero to wh-next-try
             add 1 to wh-delivered-count end-add
             add 1 to consumer-delivered end-add
             add 1 to pass-delivered end-add
             exit paragraph
           end-if

           if wh-fail-seq is not equal to obx-seq
             move zero to wh-fail-count
             move obx-seq to wh-fail-seq
           end-if
           add 1 to wh-fail-count end-add
           if wh-fail-count is not less than wh-max-failures
             perform park-row
             exit paragraph
           end-if

      *    2 ** (failures - 1) minutes, an hour at most.
           move 1 to backoff-minutes
           perform
             varying backoff-ind from 2 by 1
               until backoff-ind is greater than wh-fail-count
                 or backoff-minutes is not less than 60
             multiply 2 by backoff-minutes end-multiply
           end-perform
           if backoff-minutes is greater than 60
             move 60 to backoff-minutes
           end-if
           compute next-seconds = now-seconds + backoff-minutes * 60
           end-compute
           divide next-seconds by 86400
             giving next-day remainder next-rem
           end-divide
           move function date-of-integer(next-day) to next-date
           divide next-rem by 3600 giving next-hh end-divide
           compute next-mm = function mod(next-rem, 3600) / 60
           end-compute
           move function mod(next-rem, 60) to next-ss
           move next-stamp to wh-next-try
           display 'webhook-deliver: ' function trim(wh-consumer)
             ' seq ' obx-seq ' failed (status ' post-http-status
             '), attempt ' wh-fail-count ' of ' wh-max-failures
             end-display
           move 1 to stop-consumer.

       park-row.
           move spaces to dead-letter-record
           move wh-consumer to dl-consumer
           move obx-seq to dl-seq
           move obx-stamp to dl-stamp
           move obx-op to dl-op
           move obx-section to dl-section
           move obx-param to dl-param
           move wh-fail-count to dl-attempts
           move post-http-status to dl-last-status
           move function current-date(1:14) to dl-parked-at
           write dead-letter-record end-write

           move spaces to alert-bus-text
           string function trim(wh-consumer) delimited by size
               ' seq ' delimited by size
               obx-seq delimited by size
               ' parked after ' delimited by size
               wh-fail-count delimited by size
               ' attempts, last status ' delimited by size
               post-http-status delimited by size
             into alert-bus-text
           end-string
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-bus-text
           end-call

           move obx-seq to acked-seq
           perform save-ack
           move zero to wh-fail-count
           move zero to wh-fail-seq
           move zero to wh-next-try
           add 1 to wh-parked-count end-add
           add 1 to consumer-parked end-add
           add 1 to pass-parked end-add.

       match-filter.
           move 1 to row-wanted
           if wh-section-filter is equal to spaces
             exit paragraph
           end-if
           move function length(function trim(wh-section-filter))
             to filter-length
           if wh-section-filter(filter-length:1) is equal to '*'
             if filter-length is greater than 1
                 and obx-section(1:filter-length - 1) is not equal to
                   wh-section-filter(1:filter-length - 1)
               move zero to row-wanted
             end-if
           else
             if obx-section is not equal to wh-section-filter
               move zero to row-wanted
             end-if
           end-if.

       build-body.
           move spaces to post-body
           move 1 to post-ptr
           move obx-seq to seq-display
           string '{"consumer":"' delimited by size
               function trim(wh-consumer) delimited by size
               '","seq":' delimited by size
               function trim(seq-display) delimited by size
               ',"stamp":"' delimited by size
               function trim(obx-stamp) delimited by size
               '","op":"' delimited by size
               function trim(obx-op) delimited by size
               '","section":"' delimited by size
               function trim(obx-section) delimited by size
               '","param":"' delimited by size
               function trim(obx-param) delimited by size
               '"' delimited by size
             into post-body
             with pointer post-ptr
           end-string
           if obx-ticket is not equal to spaces
             string ',"ticket":"' delimited by size
                 function trim(obx-ticket) delimited by size
                 '","reason":"' delimited by size
                 function trim(obx-reason) delimited by size
                 '"' delimited by size
               into post-body
               with pointer post-ptr
             end-string
           end-if
           string '}' delimited by size
             into post-body
             with pointer post-ptr
           end-string
           compute post-body-length = post-ptr - 1 end-compute.

       save-ack.
           move wh-consumer to ack-consumer
           move acked-seq to ack-last-seq
           move function current-date(1:8) to ack-updated-on
           write ack-record
             invalid key
               rewrite ack-record
                 invalid key
                   display 'webhook-deliver: failed to record ack for '
                     function trim(wh-consumer) end-display
               end-rewrite
           end-write.

       end program webhook-deliver.
