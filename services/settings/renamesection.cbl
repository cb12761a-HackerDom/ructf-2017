      *     profile assignments, derived params, rollouts,
      *     instance overlays, deprecations, assertions, artifact
      *     ownership, the retention class and legal hold, the
      *     data dictionary, release snapshots, the file-drop
      *     opt-in, the read aliases of renamed params, api-key
      *     rollovers still in their overlap, the template the
      *     section was created from, its params' read tracking,
      *     its steward, its params' recurring value windows and
      *     write-once/lock marks, a live write lease, the
      *     tickets-required designation, suspended keys and their
      *     source-network bindings, the sandbox record that gives
      *     an ephemeral section its expiry, the client-certificate
      *     mappings that log in to it, and the offline-bundle
      *     registrations that name it
      *   - the change counter conditional get-section compares
      *     (section-version.cbl) is bumped under both names, so a
      *     copy cached under either is known stale
      * deliberately NOT rewritten: audit.log (the trail says what
      * the section was called when it happened; rewriting it would
      * break the tamper chain) and the change-journal/outbox
         copy dictionarydb.
         copy releasedb.
         copy dropnotifydb.
         copy sectionversiondb.
         copy paramaliasdb.
         copy keyrolloverdb.
         copy sectemplatedb.
         copy paramreaddb.
         copy stewarddb.
         copy valuewindowdb.
         copy paramlockdb.
         copy leasedb.
         copy ticketreqdb.
         copy suspkeydb.
         copy keybinddb.
         copy sandboxdb.
         copy certmapdb.
         copy bundleregdb.

       data division.
       file section.
         copy dictionaryrecord.
         copy releaserecord.
         copy dropnotifyrecord.
         copy sectionversionrecord.
         copy paramaliasrecord.
         copy keyrolloverrecord.
         copy sectemplaterecord.
         copy paramreadrecord.
         copy stewardrecord.
         copy valuewindowrecord.
         copy paramlockrecord.
         copy leaserecord.
         copy ticketreqrecord.
         copy suspkeyrecord.
         copy keybindrecord.
         copy sandboxrecord.
         copy certmaprecord.
         copy bundleregrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
      *  the write bracket the run is held in (section-version.cbl
      *  'O'/'K') - get-multi builds no snapshot across it.
         01 bracket-section picture x(40) value spaces.
         01 bracket-count picture 9(12).
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 version-status-1 picture xx.
         01 version-status-2 picture xx.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
       01 audit-cmd-name picture x(11) value 'rename-sect'.
       01 audit-rcode picture x(2).
       01 old-name picture x(40).
       01 moved-count binary-long unsigned.
       01 total-moved binary-long unsigned value zero.
       01 held-record picture x(2800).
       01 entry-ind binary-long unsigned.
       01 entry-renamed picture 9.

       procedure division.
       start-rename-section.
           end-if

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o state-history-db
           open i-o quotas-db
           open i-o dictionary-db
           open i-o releases-db
           open i-o notify-drops-db
           open i-o section-versions-db
           open i-o param-aliases-db
           open i-o key-rollovers-db
           open i-o section-templates-db
           open i-o param-reads-db
           open i-o stewards-db
           open i-o value-windows-db
           open i-o param-locks-db
           open i-o leases-db
           open i-o tickets-required-db
           open i-o susp-keys-db
           open i-o key-binds-db
           open i-o sandboxes-db
           open i-o cert-maps-db
           open i-o bundle-register-db
           call 'section-version' using
             by content 'O'
             by reference bracket-section
             by reference bracket-count
           end-call

           perform rename-section-record
           if audit-rcode is not equal to 'ok'
           perform move-dictionary-entries
           perform move-release-snapshots
           perform move-drop-opt-in
           perform move-param-aliases
           perform move-key-rollovers
           perform move-template-origin
           perform move-param-reads
           perform move-steward
           perform move-value-windows
           perform move-param-locks
           perform move-lease
           perform move-ticket-requirement
           perform move-suspended-keys
           perform move-key-bindings
           perform move-sandbox
           perform repoint-cert-maps
           perform repoint-bundle-entries

           call 'cache-invalidate' using
             by reference old-name
           end-call
           call 'cache-invalidate' using
             by reference new-name
           end-call
           perform close-all-files

           call 'audit-log' using
           goback.

       close-all-files.
           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close state-history-db
           close quotas-db
           close retention-db
           close dictionary-db
           close releases-db
           close notify-drops-db
           close section-versions-db
           close param-aliases-db
           close key-rollovers-db
           close section-templates-db
           close param-reads-db
           close stewards-db
           close value-windows-db
           close param-locks-db
           close leases-db
           close tickets-required-db
           close susp-keys-db
           close key-binds-db
           close sandboxes-db
           close cert-maps-db
           close bundle-register-db.

       rename-section-record.
           move 'fl' to audit-rcode
               exit paragraph
           end-read
           move new-name to name
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           write ssection
             invalid key
               display 'rename-section: write of renamed section '
           move zero to walk-done
           perform
             until walk-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                   else
                     move setting-record to held-record
                     move new-name to ssection-name
                     call 'record-checksum' using
                         by content 'S'
                         by content 'P'
                         by reference setting-record
                     end-call
                     call 'settings-route' using by content 'S' end-call
                     write setting-record
                       invalid key
                         rewrite setting-record
                         end-rewrite
                     end-write
                     move held-record to setting-record
                     call 'settings-route' using by content 'S' end-call
                     delete settings-db record
                       invalid key
                         continue
           display '  MOVED ' moved-count
             ' retention class(es)/hold(s)' end-display.

       move-template-origin.
           move zero to moved-count
           move old-name to stpl-section
           read section-templates-db record
             invalid key
               continue
             not invalid key
               move section-template-record to held-record
               move new-name to stpl-section
               write section-template-record
                 invalid key
                   rewrite section-template-record
                     invalid key
                       continue
                   end-rewrite
               end-write
               move held-record to section-template-record
               move old-name to stpl-section
               delete section-templates-db record
                 invalid key
                   continue
               end-delete
               add 1 to moved-count end-add
           end-read
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' template origin(s)' end-display.

       move-param-reads.
           move zero to moved-count
           move old-name to pread-section
           move low-values to pread-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start param-reads-db
               key is greater than param-read-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read param-reads-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if pread-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move param-read-record to held-record
                     move new-name to pread-section
                     write param-read-record
                       invalid key
                         rewrite param-read-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to param-read-record
                     delete param-reads-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' param read record(s)' end-display.

       move-dictionary-entries.
           move zero to moved-count
           move old-name to dict-section
           display '  MOVED ' moved-count
             ' dictionary entr(ies)' end-display.

       move-param-aliases.
           move zero to moved-count
           move old-name to alias-section
           move low-values to alias-old-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start param-aliases-db
               key is greater than param-alias-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read param-aliases-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if alias-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move param-alias-record to held-record
                     move new-name to alias-section
                     write param-alias-record
                       invalid key
                         rewrite param-alias-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to param-alias-record
                     delete param-aliases-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' param alias(es)' end-display.

      *    keyed by fingerprint first, like key-owners - read through.
       move-key-rollovers.
           move zero to moved-count
           move low-values to key-rollover-key
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start key-rollovers-db
               key is greater than key-rollover-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read key-rollovers-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if kr-section is equal to old-name
                     move key-rollover-record to held-record
                     move new-name to kr-section
                     write key-rollover-record
                       invalid key
                         rewrite key-rollover-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to key-rollover-record
                     delete key-rollovers-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count ' key rollover(s)'
             end-display.

       move-release-snapshots.
           move zero to moved-count
           move old-name to rel-section
           display '  MOVED ' moved-count
             ' file-drop opt-in(s)' end-display.

       move-steward.
           move zero to moved-count
           move old-name to st-section
           read stewards-db record
             invalid key
               continue
             not invalid key
               move steward-record to held-record
               move new-name to st-section
               write steward-record
                 invalid key
                   rewrite steward-record
                     invalid key
                       continue
                   end-rewrite
               end-write
               move held-record to steward-record
               move old-name to st-section
               delete stewards-db record
                 invalid key
                   continue
               end-delete
               add 1 to moved-count end-add
           end-read
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count ' steward record(s)'
             end-display.

       move-value-windows.
           move zero to moved-count
           move old-name to win-section
           move low-values to win-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start value-windows-db
               key is greater than value-window-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read value-windows-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if win-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move value-window-record to held-record
                     move new-name to win-section
                     write value-window-record
                       invalid key
                         rewrite value-window-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to value-window-record
                     delete value-windows-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' value window(s)' end-display.

       move-param-locks.
           move zero to moved-count
           move old-name to plk-section
           move low-values to plk-param
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start param-locks-db
               key is greater than param-lock-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read param-locks-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if plk-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move param-lock-record to held-record
                     move new-name to plk-section
                     write param-lock-record
                       invalid key
                         rewrite param-lock-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to param-lock-record
                     delete param-locks-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' param lock mark(s)' end-display.

       move-lease.
           move zero to moved-count
           move old-name to lease-section
           read leases-db record
             invalid key
               continue
             not invalid key
               move lease-record to held-record
               move new-name to lease-section
               write lease-record
                 invalid key
                   rewrite lease-record
                     invalid key
                       continue
                   end-rewrite
               end-write
               move held-record to lease-record
               move old-name to lease-section
               delete leases-db record
                 invalid key
                   continue
               end-delete
               add 1 to moved-count end-add
           end-read
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' write lease(s)' end-display.

       move-ticket-requirement.
           move zero to moved-count
           move old-name to treq-section-name
           read tickets-required-db record
             invalid key
               continue
             not invalid key
               move ticket-req-record to held-record
               move new-name to treq-section-name
               write ticket-req-record
                 invalid key
                   rewrite ticket-req-record
                     invalid key
                       continue
                   end-rewrite
               end-write
               move held-record to ticket-req-record
               move old-name to treq-section-name
               delete tickets-required-db record
                 invalid key
                   continue
               end-delete
               add 1 to moved-count end-add
           end-read
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' tickets-required flag(s)' end-display.

       move-suspended-keys.
           move zero to moved-count
           move old-name to sk-section
           move low-values to sk-fingerprint
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start susp-keys-db
               key is greater than sk-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read susp-keys-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if sk-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move susp-key-record to held-record
                     move new-name to sk-section
                     write susp-key-record
                       invalid key
                         rewrite susp-key-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to susp-key-record
                     delete susp-keys-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' key suspension(s)' end-display.

       move-key-bindings.
           move zero to moved-count
           move old-name to kb-section
           move low-values to kb-fingerprint
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start key-binds-db
               key is greater than kb-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read key-binds-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if kb-section is not equal to old-name
                     move 1 to walk-done
                   else
                     move key-bind-record to held-record
                     move new-name to kb-section
                     write key-bind-record
                       invalid key
                         rewrite key-bind-record
                           invalid key
                             continue
                         end-rewrite
                     end-write
                     move held-record to key-bind-record
                     delete key-binds-db record
                       invalid key
                         continue
                     end-delete
                     add 1 to moved-count end-add
                   end-if
               end-read
             end-if
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' key network binding(s)' end-display.

       move-sandbox.
           move zero to moved-count
           move old-name to sb-section
           read sandboxes-db record
             invalid key
               continue
             not invalid key
               move sandbox-record to held-record
               move new-name to sb-section
               write sandbox-record
                 invalid key
                   rewrite sandbox-record
                     invalid key
                       continue
                   end-rewrite
               end-write
               move held-record to sandbox-record
               move old-name to sb-section
               delete sandboxes-db record
                 invalid key
                   continue
               end-delete
               add 1 to moved-count end-add
           end-read
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' sandbox record(s)' end-display.

      *    keyed by the certificate, not the section - read through,
      *    and the mapping rewritten in place.
       repoint-cert-maps.
           move zero to moved-count
           move low-values to cm-identity
           move zero to walk-done
           start cert-maps-db
             key is greater than cm-identity
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-maps-db next record
               at end
                 move 1 to walk-done
               not at end
                 if cm-section is equal to old-name
                   move new-name to cm-section
                   rewrite cert-map-record
                     invalid key
                       continue
                   end-rewrite
                   add 1 to moved-count end-add
                 end-if
             end-read
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' certificate mapping(s)' end-display.

      *    keyed by application - every registration's SECT entries
      *    read through, the ones naming the section repointed.
       repoint-bundle-entries.
           move zero to moved-count
           move low-values to ab-application
           move zero to walk-done
           start bundle-register-db
             key is greater than ab-application
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read bundle-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 move zero to entry-renamed
                 perform
                   varying entry-ind from 1 by 1
                     until entry-ind is greater than ab-entry-count
                       or entry-ind is greater than 8
                   if ab-section-entry(entry-ind)
                       and ab-name(entry-ind) is equal to old-name
                     move new-name to ab-name(entry-ind)
                     move 1 to entry-renamed
                   end-if
                 end-perform
                 if entry-renamed is equal to 1
                   rewrite bundle-register-record
                     invalid key
                       continue
                   end-rewrite
                   add 1 to moved-count end-add
                 end-if
             end-read
           end-perform
           add moved-count to total-moved end-add
           display '  MOVED ' moved-count
             ' bundle registration(s)' end-display.

       end program rename-section.
