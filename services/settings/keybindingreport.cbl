       identification division.
       program-id. key-binding-report.

      * standalone batch job - scheduled weekly, beside
      * key-usage-report. how far the source-network bindings
      * (keybindrecord.cpy, kept by bind-key) have got, and which of
      * them are doing nothing. three lists:
      *   NO BINDING        every key slot with no binding, read-write
      *                     keys marked - the production write keys
      *                     among them are the ones to bind next
      *   NEVER MATCHED     every bound network no request has come
      *                     from yet - a typo, a network the service
      *                     moved off, or simply one not needed
      *   BINDING KEY GONE  bindings whose key no slot of the section
      *                     holds any more (re-keyed, deleted, or the
      *                     section gone) - bind-key 'CLR ' on slot
      *                     00 with the fingerprint shown clears one
      * each binding's refusals are shown with the NEVER MATCHED and
      * BINDING KEY GONE lines; key-binding-check.cbl puts every
      * refusal on the alert bus as it happens. exit code is the
      * number of read-write keys unbound plus the networks never
      * matched. usage:
      *   key-binding-report

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keybinddb.

       data division.
       file section.
         copy sectionrecord.
         copy keybindrecord.

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 walk-done picture 9.
       01 slot-ind binary-long unsigned.
       01 net-ind binary-long unsigned.
       01 probe-key picture x(80).
       01 probe-fingerprint picture 9(15).
       01 slot-holds-key picture 9.
       01 scope-words picture x(10).
       01 slot-display picture z9.
       01 refused-display picture z(8)9.

       01 slots-seen binary-long unsigned value zero.
       01 unbound-count binary-long unsigned value zero.
       01 unbound-write-count binary-long unsigned value zero.
       01 binding-count binary-long unsigned value zero.
       01 never-matched-count binary-long unsigned value zero.
       01 gone-count binary-long unsigned value zero.
       01 count-display picture z(8)9.

       procedure division.
       start-key-binding-report.
           call 'load-data-paths' end-call
           display '=== api-key source-network bindings '
             function current-date(1:8) ' ===' end-display
           open input sections-db
           open input key-binds-db

           display ' ' end-display
           display 'NO BINDING' end-display
           perform list-unbound-keys
           if unbound-count is equal to zero
             display '  every key is bound' end-display
           end-if

           display ' ' end-display
           display 'NEVER MATCHED' end-display
           perform list-idle-networks
           if never-matched-count is equal to zero
             display '  every bound network has been used' end-display
           end-if

           display ' ' end-display
           display 'BINDING KEY GONE' end-display
           perform list-gone-bindings
           if gone-count is equal to zero
             display '  none' end-display
           end-if

           close sections-db
           close key-binds-db

           display ' ' end-display
           move slots-seen to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' key slot(s)' end-display
           move unbound-count to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' unbound' end-display
           move unbound-write-count to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' of them read-write' end-display
           move binding-count to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' binding(s) on file' end-display
           move never-matched-count to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' network(s) never matched' end-display
           move gone-count to count-display
           display 'key-binding-report: ' function trim(count-display)
             ' binding(s) whose key has gone' end-display
           compute return-code = unbound-write-count
             + never-matched-count
           end-compute
           goback.

       list-unbound-keys.
           move low-values to name
           move zero to walk-done
           start sections-db
             key is greater than name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read sections-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform
                   varying slot-ind from 1 by 1
                     until slot-ind is greater than api-keys-count
                   perform consider-one-slot
                 end-perform
             end-read
           end-perform.

       consider-one-slot.
           add 1 to slots-seen end-add
           move api-key(slot-ind) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           move spaces to probe-key
           move name to kb-section
           move probe-fingerprint to kb-fingerprint
           read key-binds-db record
             invalid key
               continue
             not invalid key
               exit paragraph
           end-read
           add 1 to unbound-count end-add
           if api-key-read-only(slot-ind)
             move 'read-only' to scope-words
           else
             move 'READ-WRITE' to scope-words
             add 1 to unbound-write-count end-add
           end-if
           move slot-ind to slot-display
           display '  ' scope-words ' ' function trim(name) ' slot '
             function trim(slot-display) ' added '
             api-key-added-on(slot-ind) end-display.

       list-idle-networks.
           move low-values to kb-key
           move zero to walk-done
           start key-binds-db
             key is greater than kb-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-binds-db next record
               at end
                 move 1 to walk-done
               not at end
                 add 1 to binding-count end-add
                 perform
                   varying net-ind from 1 by 1
                     until net-ind is greater than kb-net-count
                   if kb-net-hits(net-ind) is equal to zero
                     perform show-idle-network
                   end-if
                 end-perform
             end-read
           end-perform.

       show-idle-network.
           add 1 to never-matched-count end-add
           move kb-slot to slot-display
           move kb-refused-count to refused-display
           display '  ' function trim(kb-section) ' slot '
             function trim(slot-display) ' '
             function trim(kb-net-text(net-ind)) ' - bound '
             kb-recorded-on ' by ' function trim(kb-recorded-by)
             ', ' function trim(refused-display) ' refusal(s)'
             end-display.

      *----------------------------------------------------------------
      * a binding is held by the key, not the slot: it has gone when
      * no slot of the section holds a key of that fingerprint.
      *----------------------------------------------------------------
       list-gone-bindings.
           move low-values to kb-key
           move zero to walk-done
           start key-binds-db
             key is greater than kb-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-binds-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform check-binding-key
                 if slot-holds-key is equal to zero
                   add 1 to gone-count end-add
                   move kb-slot to slot-display
                   move kb-refused-count to refused-display
                   display '  ' function trim(kb-section) ' slot '
                     function trim(slot-display) ' fp '
                     kb-fingerprint ' - bound ' kb-recorded-on ', '
                     function trim(refused-display) ' refusal(s)'
                     end-display
                 end-if
             end-read
           end-perform.

       check-binding-key.
           move zero to slot-holds-key
           move kb-section to name
           read sections-db record
             invalid key
               exit paragraph
           end-read
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
                 or slot-holds-key is equal to 1
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference probe-fingerprint
             end-call
             if probe-fingerprint is equal to kb-fingerprint
               move 1 to slot-holds-key
             end-if
           end-perform
           move spaces to probe-key.

       end program key-binding-report.
