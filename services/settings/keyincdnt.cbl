       identification division.
       program-id. key-incdnt.

      * admin command (master-key gated, like find-key) for a leaked
      * api-key: the find-key / del-apikey / kick-conn round that
      * used to be walked by hand, done in one dispatch. the key is
      * named raw, or by its 15-digit hash-api-key fingerprint when
      * the raw value is no longer to hand (key-usage-report and the
      * audit trail print only fingerprints). in order:
      *   - every section holding it loses the slot: the sections
      *     the key index names, plus any a key-usage, key-owners or
      *     profile-assignments entry or a live login session pairs
      *     it with, in case the index is stale - each proved
      *     against the section's own slots before anything is
      *     touched. a section's last key can't be deleted (see
      *     del-apikey.cbl), so it is replaced by a fresh random key
      *     handed to nobody - the section is sealed until
      *     mint-token/redeem-token issues its team a new one.
      *   - its key-index, key-owners and profile-assignments
      *     entries go, and any key-rollovers link on either side
      *     of it.
      *   - every login session and watch it holds is dropped on
      *     the spot and the connection parked for closing (the
      *     kick-queue, connadmin.cpy).
      *   - outstanding provisioning tokens for the sections it
      *     held are voided - tokens are minted on the master key,
      *     never an api-key, and a leak that carried the key may
      *     well have carried the team's onboarding token with it.
      * then the incident report is written beside the data files,
      *   <data-dir>/key-incident-<fingerprint>-<yyyymmddhhmmss>.txt
      * listing what was revoked, every source address key-usage
      * saw the key from, and every audit line attributed to it
      * (the ' kfp=' tag - see auditkey.cpy): the mutations it made.
      * the report's path comes back in the response. holds 100
      * sections a run; a key spread wider answers with the first
      * 100 revoked and is simply run again.
      * rcodes: ok, na, iv (no key named).

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keyindexdb.
         copy keyusagedb.
         copy keyownerdb.
         copy profassigndb.
         copy provtokendb.
         copy keyrolloverdb.

         select optional incident-audit-file assign to external
             audit-log-path
           organization is line sequential.

         select report-file assign to report-path
           organization is line sequential.

       data division.
       file section.
         copy sectionrecord.
         copy keyindexrecord.
         copy keyusagerecord.
         copy keyownerrecord.
         copy profassignrecord.
         copy provtokenrecord.
         copy keyrolloverrecord.

       fd incident-audit-file.
       01 incident-audit-line picture x(340).

       fd report-file.
       01 report-line picture x(344).

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy sessionlist.
         copy watchlist.
         copy connadmin.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'key-incdnt '.
         01 audit-section-name picture x(40) value spaces.
         01 audit-rcode picture x(2) value 'ok'.
         01 keys-equal picture 9.
         01 raw-key-named picture 9.
         01 incident-fingerprint picture 9(15).
         01 slot-fingerprint picture 9(15).
         01 sealed-key picture x(80).
         01 report-path picture x(255).
         01 report-stamp picture x(14).
         01 held-section picture x(40).
         01 held-reg-key picture x(55).
         01 held-token picture 9(15).
         01 kfp-probe picture x(20).
         01 kfp-tally binary-long unsigned.
         01 walk-done picture 9.
         01 at-eof picture 9.
         01 ind picture 99.
         01 found-ind picture 99.
         01 shift-ind picture 99.
         01 sess-ind picture 99.
         01 watch-ind picture 99.
         01 kick-ind picture 99.
         01 kick-slot picture 99.
         01 kick-socket binary-long.
         01 revoked-count picture 9(3).
         01 sealed-count picture 9(3).
         01 session-count picture 9(3).
         01 watch-count picture 9(3).
         01 token-count picture 9(3).
         01 rollover-count picture 9(3).
         01 registry-count picture 9(5).
         01 peer-count picture 9(5).
         01 mutation-count picture 9(7).

      *----------------------------------------------------------------
      * the sections in play: every section anything pairs the key
      * with, and what became of the key there.
      *----------------------------------------------------------------
         01 incident-table.
           02 inc-count picture 9(3).
           02 inc-rows occurs 100 times.
             03 inc-section picture x(40).
             03 inc-outcome picture x(8).
               88 inc-key-withdrawn values 'REVOKED ' 'SEALED  '.
             03 inc-slot picture 99.
             03 inc-added-on picture 9(8).
         01 inc-ind picture 9(3).
         01 inc-found picture 9(3).
         01 inc-truncated picture 9.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 admin-key picture x(80).
           02 incident-key picture x(80).
           02 filler picture x(853).
         01 result.
           02 rcode picture x(2).
           02 r-revoked picture 9(3).
           02 r-sealed picture 9(3).
           02 r-sessions picture 9(3).
           02 r-watches picture 9(3).
           02 r-tokens picture 9(3).
           02 r-report picture x(200).
           02 filler picture x(807).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-key-incdnt.
           if argc is less than 160
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if

           if incident-key is equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * fifteen digits and nothing after them is a fingerprint - an
      * issued key is 80 random characters and never looks like
      * one. a raw key is proved slot by slot with const-time-eq
      * as well as by fingerprint.
      *----------------------------------------------------------------
           if incident-key(16:65) is equal to spaces
               and incident-key(1:15) is numeric
             move zero to raw-key-named
             move incident-key(1:15) to incident-fingerprint
           else
             move 1 to raw-key-named
             call 'hash-api-key' using
               by reference incident-key
               by reference incident-fingerprint
             end-call
           end-if
           move function current-date(1:14) to report-stamp
           move zero to revoked-count
           move zero to sealed-count
           move zero to session-count
           move zero to watch-count
           move zero to token-count
           move zero to rollover-count
           move zero to registry-count
           move zero to peer-count
           move zero to mutation-count
           move zero to inc-count
           move zero to inc-truncated
           move spaces to kfp-probe
           string ' kfp=' delimited by size
               incident-fingerprint delimited by size
             into kfp-probe
           end-string

           perform gather-from-key-index
           perform gather-from-key-usage
           perform gather-from-key-owners
           perform gather-from-profiles
           perform gather-from-sessions

           perform
             varying inc-ind from 1 by 1
               until inc-ind is greater than inc-count
             perform revoke-in-section
           end-perform

           perform drop-key-index-entries
           perform drop-key-owner-entries
           perform drop-profile-entries
           perform unlink-rollovers
           perform drop-sessions
           perform drop-watches
           perform void-tokens
           perform write-incident-report

           move spaces to audit-note
           string 'REVOKED ' delimited by size
               incident-fingerprint delimited by size
               ' IN ' delimited by size
               revoked-count delimited by size
               ' SECT' delimited by size
             into audit-note
           end-string
           move 'ok' to rcode
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           move revoked-count to r-revoked
           move sealed-count to r-sealed
           move session-count to r-sessions
           move watch-count to r-watches
           move token-count to r-tokens
           move report-path to r-report
           move 217 to result-length
           goback.

      *----------------------------------------------------------------
      * every registry keyed by fingerprint first is read forward
      * from the fingerprint for as long as the fingerprint holds.
      *----------------------------------------------------------------
       gather-from-key-index.
           move incident-fingerprint to kx-fingerprint
           move low-values to kx-section
           move zero to walk-done
           start key-index-db
             key is greater than or equal to key-index-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-index-db next record
               at end
                 move 1 to walk-done
               not at end
                 if kx-fingerprint is not equal to incident-fingerprint
                   move 1 to walk-done
                 else
                   move kx-section to held-section
                   perform add-incident-section
                 end-if
             end-read
           end-perform.

       gather-from-key-usage.
           move incident-fingerprint to ku-fingerprint
           move zero to ku-peer-ip
           move zero to walk-done
           start key-usage-db
             key is greater than or equal to key-usage-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-usage-db next record
               at end
                 move 1 to walk-done
               not at end
                 if ku-fingerprint is not equal to incident-fingerprint
                   move 1 to walk-done
                 else
                   move ku-section to held-section
                   perform add-incident-section
                 end-if
             end-read
           end-perform.

       gather-from-key-owners.
           move incident-fingerprint to ko-fingerprint
           move low-values to ko-section
           move zero to walk-done
           start key-owners-db
             key is greater than or equal to key-owner-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-owners-db next record
               at end
                 move 1 to walk-done
               not at end
                 if ko-fingerprint is not equal to incident-fingerprint
                   move 1 to walk-done
                 else
                   move ko-section to held-section
                   perform add-incident-section
                 end-if
             end-read
           end-perform.

       gather-from-profiles.
           move incident-fingerprint to pa-fingerprint
           move low-values to pa-section
           move zero to walk-done
           start profile-assignments-db
             key is greater than or equal to profile-assign-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read profile-assignments-db next record
               at end
                 move 1 to walk-done
               not at end
                 if pa-fingerprint is not equal to incident-fingerprint
                   move 1 to walk-done
                 else
                   move pa-section to held-section
                   perform add-incident-section
                 end-if
             end-read
           end-perform.

       gather-from-sessions.
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if session-socket(sess-ind) is not equal to zero
               call 'hash-api-key' using
                 by reference session-key(sess-ind)
                 by reference slot-fingerprint
               end-call
               if slot-fingerprint is equal to incident-fingerprint
                 move session-section(sess-ind) to held-section
                 perform add-incident-section
               end-if
             end-if
           end-perform.

       add-incident-section.
           move function upper-case(held-section) to held-section
           if held-section is equal to spaces
             exit paragraph
           end-if
           move zero to inc-found
           perform
             varying inc-ind from 1 by 1
               until inc-ind is greater than inc-count
                 or inc-found is greater than zero
             if inc-section(inc-ind) is equal to held-section
               move inc-ind to inc-found
             end-if
           end-perform
           if inc-found is greater than zero
             exit paragraph
           end-if
           if inc-count is not less than 100
             move 1 to inc-truncated
             exit paragraph
           end-if
           add 1 to inc-count end-add
           move held-section to inc-section(inc-count)
           move 'NOT HELD' to inc-outcome(inc-count)
           move zero to inc-slot(inc-count)
           move zero to inc-added-on(inc-count).

      *----------------------------------------------------------------
      * the slot goes the way del-apikey takes it - the table closes
      * up over it - unless it is the section's only one, which is
      * overwritten with a key nobody is ever given instead.
      *----------------------------------------------------------------
       revoke-in-section.
           move inc-section(inc-ind) to held-section
           move held-section to name
           read sections-db record
             invalid key
               move 'GONE    ' to inc-outcome(inc-ind)
               exit paragraph
           end-read

           move zero to found-ind
           perform
             varying ind from 1 by 1
               until ind is greater than api-keys-count
                 or found-ind is greater than zero
             call 'hash-api-key' using
               by reference api-key(ind)
               by reference slot-fingerprint
             end-call
             if slot-fingerprint is equal to incident-fingerprint
               move 1 to keys-equal
               if raw-key-named is equal to 1
                 call 'const-time-eq' using
                     by reference incident-key
                     by reference api-key(ind)
                   returning keys-equal
                 end-call
               end-if
               if keys-equal is equal to 1
                 move ind to found-ind
               end-if
             end-if
           end-perform
           if found-ind is equal to zero
             exit paragraph
           end-if

           move found-ind to inc-slot(inc-ind)
           move api-key-added-on(found-ind) to inc-added-on(inc-ind)
           if api-keys-count is equal to 1
             call 'random-string' using
               by reference sealed-key
               by content 80
             end-call
             move sealed-key to api-key(found-ind)
             move function current-date(1:8)
               to api-key-added-on(found-ind)
           else
             perform
               varying shift-ind from found-ind by 1
                 until shift-ind is greater than api-keys-count - 1
               move api-key(shift-ind + 1) to api-key(shift-ind)
               move api-key-added-on(shift-ind + 1)
                 to api-key-added-on(shift-ind)
               move api-key-scope(shift-ind + 1)
                 to api-key-scope(shift-ind)
             end-perform
             move spaces to api-key(api-keys-count)
             move zero to api-key-added-on(api-keys-count)
             move space to api-key-scope(api-keys-count)
             subtract 1 from api-keys-count end-subtract
             move spaces to sealed-key
           end-if

           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               move 'FAILED  ' to inc-outcome(inc-ind)
               move spaces to sealed-key
               exit paragraph
           end-rewrite

           call 'cache-invalidate' using
             by reference held-section
           end-call
           move spaces to audit-note
           if sealed-key is equal to spaces
             move 'REVOKED ' to inc-outcome(inc-ind)
             add 1 to revoked-count end-add
             string 'KEY REVOKED ' delimited by size
                 incident-fingerprint delimited by size
               into audit-note
             end-string
           else
             move 'SEALED  ' to inc-outcome(inc-ind)
             add 1 to revoked-count end-add
             add 1 to sealed-count end-add
             call 'key-index-add' using
               by reference sealed-key
               by reference held-section
             end-call
             move spaces to sealed-key
             string 'KEY SEALED ' delimited by size
                 incident-fingerprint delimited by size
               into audit-note
             end-string
           end-if
           call 'audit-log' using
             by reference held-section, audit-cmd-name, audit-rcode
           end-call.

      *----------------------------------------------------------------
      * the registries let go of the fingerprint wherever it is on
      * file, revoked section or stale entry alike. the record area
      * holds nothing dependable once a record is deleted, so the
      * walk restarts past a saved copy of the key.
      *----------------------------------------------------------------
       drop-key-index-entries.
           move incident-fingerprint to kx-fingerprint
           move low-values to kx-section
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start key-index-db
               key is greater than key-index-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read key-index-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if kx-fingerprint is not equal to
                       incident-fingerprint
                     move 1 to walk-done
                   else
                     move key-index-key to held-reg-key
                     delete key-index-db record
                       invalid key
                         continue
                       not invalid key
                         add 1 to registry-count end-add
                     end-delete
                     move held-reg-key to key-index-key
                   end-if
               end-read
             end-if
           end-perform.

       drop-key-owner-entries.
           move incident-fingerprint to ko-fingerprint
           move low-values to ko-section
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start key-owners-db
               key is greater than key-owner-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read key-owners-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if ko-fingerprint is not equal to
                       incident-fingerprint
                     move 1 to walk-done
                   else
                     move key-owner-key to held-reg-key
                     delete key-owners-db record
                       invalid key
                         continue
                       not invalid key
                         add 1 to registry-count end-add
                     end-delete
                     move held-reg-key to key-owner-key
                   end-if
               end-read
             end-if
           end-perform.

       drop-profile-entries.
           move incident-fingerprint to pa-fingerprint
           move low-values to pa-section
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start profile-assignments-db
               key is greater than profile-assign-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read profile-assignments-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if pa-fingerprint is not equal to
                       incident-fingerprint
                     move 1 to walk-done
                   else
                     move profile-assign-key to held-reg-key
                     delete profile-assignments-db record
                       invalid key
                         continue
                       not invalid key
                         add 1 to registry-count end-add
                     end-delete
                     move held-reg-key to profile-assign-key
                   end-if
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * a rollover naming the key on either side is void: as the
      * predecessor it is already gone, and as the successor its
      * predecessor must not be retired in favor of a dead key.
      *----------------------------------------------------------------
       unlink-rollovers.
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
                   if kr-old-fingerprint is equal to
                         incident-fingerprint
                       or kr-new-fingerprint is equal to
                         incident-fingerprint
                     move key-rollover-key to held-reg-key
                     delete key-rollovers-db record
                       invalid key
                         continue
                       not invalid key
                         add 1 to rollover-count end-add
                     end-delete
                     move held-reg-key to key-rollover-key
                   end-if
               end-read
             end-if
           end-perform.

      *----------------------------------------------------------------
      * sessions and watches end here and now - the rows are
      * cleared before this dispatch returns, so nothing more is
      * served on them - and their connections are parked for the
      * event loop to close.
      *----------------------------------------------------------------
       drop-sessions.
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if session-socket(sess-ind) is not equal to zero
               call 'hash-api-key' using
                 by reference session-key(sess-ind)
                 by reference slot-fingerprint
               end-call
               if slot-fingerprint is equal to incident-fingerprint
                 move session-socket(sess-ind) to kick-socket
                 perform park-kick
                 move zero to session-socket(sess-ind)
                 move spaces to session-section(sess-ind)
                 move spaces to session-key(sess-ind)
                 add 1 to session-count end-add
               end-if
             end-if
           end-perform.

       drop-watches.
           perform
             varying watch-ind from 1 by 1
               until watch-ind is greater than 64
             if watcher-socket(watch-ind) is not equal to zero
                 and watcher-fingerprint(watch-ind) is equal to
                   incident-fingerprint
               move watcher-socket(watch-ind) to kick-socket
               perform park-kick
               move zero to watcher-socket(watch-ind)
               move spaces to watcher-section(watch-ind)
               move zero to watcher-fingerprint(watch-ind)
               add 1 to watch-count end-add
             end-if
           end-perform.

       park-kick.
           move zero to kick-slot
           perform
             varying kick-ind from 1 by 1
               until kick-ind is greater than 64
             if kick-queue-socket(kick-ind) is equal to kick-socket
               exit paragraph
             end-if
             if kick-slot is equal to zero
                 and kick-queue-socket(kick-ind) is equal to zero
               move kick-ind to kick-slot
             end-if
           end-perform
           if kick-slot is greater than zero
             move kick-socket to kick-queue-socket(kick-slot)
           end-if.

      *----------------------------------------------------------------
      * the token file is keyed by the token's own fingerprint -
      * read through for the sections the key was withdrawn from.
      *----------------------------------------------------------------
       void-tokens.
           move zero to pt-fingerprint
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start provisioning-tokens-db
               key is greater than pt-fingerprint
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read provisioning-tokens-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   perform consider-one-token
               end-read
             end-if
           end-perform.

       consider-one-token.
           move pt-section to held-section
           move zero to inc-found
           perform
             varying inc-ind from 1 by 1
               until inc-ind is greater than inc-count
                 or inc-found is greater than zero
             if inc-section(inc-ind) is equal to held-section
                 and inc-key-withdrawn(inc-ind)
               move inc-ind to inc-found
             end-if
           end-perform
           if inc-found is equal to zero
             exit paragraph
           end-if
           move pt-fingerprint to held-token
           delete provisioning-tokens-db record
             invalid key
               continue
             not invalid key
               add 1 to token-count end-add
           end-delete
           move held-token to pt-fingerprint.

      *----------------------------------------------------------------
      * the write-up: what was done, where the key was used from,
      * and what it changed.
      *----------------------------------------------------------------
       write-incident-report.
           move spaces to report-path
           string function trim(data-dir-path) delimited by size
               '/key-incident-' delimited by size
               incident-fingerprint delimited by size
               '-' delimited by size
               report-stamp delimited by size
               '.txt' delimited by size
             into report-path
           end-string
           open output report-file

           move spaces to report-line
           string 'key-incident report - key fingerprint '
                 delimited by size
               incident-fingerprint delimited by size
             into report-line
           end-string
           write report-line
           move spaces to report-line
           string 'raised ' delimited by size
               report-stamp(1:8) delimited by size
               ' ' delimited by size
               report-stamp(9:6) delimited by size
             into report-line
           end-string
           write report-line

           perform report-revocations
           perform report-source-addresses
           perform report-mutations

           close report-file.

       report-revocations.
           move spaces to report-line
           write report-line
           move '--- revoked ---' to report-line
           write report-line
           perform
             varying inc-ind from 1 by 1
               until inc-ind is greater than inc-count
             move spaces to report-line
             if inc-slot(inc-ind) is equal to zero
               string '  ' delimited by size
                   inc-outcome(inc-ind) delimited by size
                   ' ' delimited by size
                   function trim(inc-section(inc-ind))
                     delimited by size
                 into report-line
               end-string
             else
               string '  ' delimited by size
                   inc-outcome(inc-ind) delimited by size
                   ' ' delimited by size
                   function trim(inc-section(inc-ind))
                     delimited by size
                   ' slot ' delimited by size
                   inc-slot(inc-ind) delimited by size
                   ' added ' delimited by size
                   inc-added-on(inc-ind) delimited by size
                 into report-line
               end-string
             end-if
             write report-line
           end-perform
           if inc-count is equal to zero
             move '  (no section holds the key)' to report-line
             write report-line
           end-if
           if inc-truncated is equal to 1
             move spaces to report-line
             string '  (more than 100 sections - run key-incdnt '
                   delimited by size
                 'again for the rest)' delimited by size
               into report-line
             end-string
             write report-line
           end-if
           if sealed-count is greater than zero
             move spaces to report-line
             string '  SEALED: the section''s only key - it now holds '
                   delimited by size
                 'a key nobody has; mint-token to re-provision'
                   delimited by size
               into report-line
             end-string
             write report-line
           end-if
           move spaces to report-line
           string '  ' delimited by size
               session-count delimited by size
               ' session(s) dropped, ' delimited by size
               watch-count delimited by size
               ' watch(es) dropped, ' delimited by size
               token-count delimited by size
               ' provisioning token(s) voided, ' delimited by size
               rollover-count delimited by size
               ' rollover link(s) removed, ' delimited by size
               registry-count delimited by size
               ' registry entr(ies) dropped' delimited by size
             into report-line
           end-string
           write report-line.

       report-source-addresses.
           move spaces to report-line
           write report-line
           move '--- source addresses (key-usage) ---' to report-line
           write report-line
           move incident-fingerprint to ku-fingerprint
           move zero to ku-peer-ip
           move zero to walk-done
           start key-usage-db
             key is greater than or equal to key-usage-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-usage-db next record
               at end
                 move 1 to walk-done
               not at end
                 if ku-fingerprint is not equal to incident-fingerprint
                   move 1 to walk-done
                 else
                   add 1 to peer-count end-add
                   move spaces to report-line
                   string '  ' delimited by size
                       ku-peer-ip delimited by size
                       ' ' delimited by size
                       function trim(ku-section) delimited by size
                       ' first ' delimited by size
                       ku-first-seen delimited by size
                       ' last ' delimited by size
                       ku-last-seen delimited by size
                       ' x' delimited by size
                       ku-count delimited by size
                     into report-line
                   end-string
                   write report-line
                 end-if
             end-read
           end-perform
           if peer-count is equal to zero
             move '  (no key-usage on record)' to report-line
             write report-line
           end-if.

       report-mutations.
           move spaces to report-line
           write report-line
           move '--- mutations on the audit trail ---' to report-line
           write report-line
           open input incident-audit-file
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read incident-audit-file
               at end
                 move 1 to at-eof
               not at end
                 move zero to kfp-tally
                 inspect incident-audit-line
                   tallying kfp-tally for all kfp-probe
                 if kfp-tally is greater than zero
                   add 1 to mutation-count end-add
                   move spaces to report-line
                   string '  ' delimited by size
                       incident-audit-line delimited by size
                     into report-line
                   end-string
                   write report-line
                 end-if
             end-read
           end-perform
           close incident-audit-file
           if mutation-count is equal to zero
             move '  (no audit line attributed to the key)'
               to report-line
             write report-line
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'key-incident: ' delimited by size
               revoked-count delimited by size
               ' section(s) revoked, ' delimited by size
               peer-count delimited by size
               ' source address(es), ' delimited by size
               mutation-count delimited by size
               ' mutation(s)' delimited by size
             into report-line
           end-string
           write report-line.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program key-incdnt.
