       identification division.
       program-id. retire-keys.

      * standalone batch job - run nightly, outside the socket
      * listener like key-age-report.cbl. the second half of an
      * api-key rollover (see roll-apikey.cbl): every rollover in
      * key-rollovers whose overlap has run out (kr-retire-on on or
      * before today) has its predecessor withdrawn from the
      * section's api-keys table exactly as del-apikey would -
      * slot removed, key-index entry, profile binding and
      * key-owners entry dropped - and the rollover record removed.
      * the slot is found by fingerprint (hash-api-key over each
      * slot), the file holding no key material to match on.
      * the predecessor is KEPT, and the rollover record dropped
      * with a report line, when its successor is no longer in the
      * table - withdrawing the last working key of a team that
      * deleted the new one by mistake is the outage rollover
      * exists to prevent. a predecessor already withdrawn by hand
      * just has its record dropped. one audit line per key
      * retired. exits with the number of keys retired.
      * usage:
      *   retire-keys

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keyrolloverdb.
         copy keyindexdb.
         copy profassigndb.
         copy keyownerdb.

       data division.
       file section.
         copy sectionrecord.
         copy keyrolloverrecord.
         copy keyindexrecord.
         copy profassignrecord.
         copy keyownerrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 audit-cmd-name picture x(11) value 'retire-keys'.
       01 audit-rcode picture x(2) value 'ok'.
       01 today-date picture 9(8).
       01 walk-done picture 9.
       01 ind picture 99.
       01 old-ind picture 99.
       01 new-ind picture 99.
       01 shift-ind picture 99.
       01 slot-fingerprint picture 9(15).
       01 retired-key picture x(80).
       01 held-section picture x(40).
       01 unbind-profile picture x(16) value spaces.
       01 retired-count binary-long unsigned value 0.
       01 kept-count binary-long unsigned value 0.
       01 gone-count binary-long unsigned value 0.
       01 waiting-count binary-long unsigned value 0.

       procedure division.
       start-retire-keys.
           call 'load-data-paths' end-call
           move function current-date(1:8) to today-date

      *    key-index-del, profile-assign and key-owner-del work
      *    through the shared connectors - a batch run unit opens
      *    them itself.
           open i-o sections-db
           open i-o key-rollovers-db
           open i-o key-index-db
           open i-o profile-assignments-db
           open i-o key-owners-db

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
                   perform consider-one-rollover
               end-read
             end-if
           end-perform

           close sections-db
           close key-rollovers-db
           close key-index-db
           close profile-assignments-db
           close key-owners-db

           display 'retire-keys: ' retired-count ' key(s) retired, '
             waiting-count ' still in overlap, ' kept-count
             ' kept (successor gone), ' gone-count
             ' already withdrawn' end-display
           move retired-count to return-code
           goback.

       consider-one-rollover.
           if kr-retire-on is greater than today-date
             add 1 to waiting-count end-add
             exit paragraph
           end-if

           move kr-section to held-section
           move kr-section to name
           read sections-db record
             invalid key
               add 1 to gone-count end-add
               perform drop-rollover
               exit paragraph
           end-read

           move zero to old-ind
           move zero to new-ind
           perform
             varying ind from 1 by 1
               until ind is greater than api-keys-count
             call 'hash-api-key' using
               by reference api-key(ind)
               by reference slot-fingerprint
             end-call
             if slot-fingerprint is equal to kr-old-fingerprint
               move ind to old-ind
             end-if
             if slot-fingerprint is equal to kr-new-fingerprint
               move ind to new-ind
             end-if
           end-perform

           if old-ind is equal to zero
             add 1 to gone-count end-add
             display '  GONE    ' function trim(held-section)
               ' - predecessor already withdrawn' end-display
             perform drop-rollover
             exit paragraph
           end-if
           if new-ind is equal to zero
               or api-keys-count is equal to 1
             add 1 to kept-count end-add
             display '  KEPT    ' function trim(held-section)
               ' slot ' old-ind ' - successor no longer on file,'
               ' predecessor left working' end-display
             perform drop-rollover
             exit paragraph
           end-if

           perform withdraw-predecessor.

      *----------------------------------------------------------------
      * del-apikey's withdrawal, slot for slot: the table closes up
      * over the removed slot, then the registries keyed by the
      * key's fingerprint let go of it.
      *----------------------------------------------------------------
       withdraw-predecessor.
           move api-key(old-ind) to retired-key
           perform
             varying shift-ind from old-ind by 1
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

           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               display '  FAILED  ' function trim(held-section)
                 ' - section record not rewritten, retried next run'
                 end-display
               exit paragraph
           end-rewrite

           call 'key-index-del' using
             by reference retired-key
             by reference held-section
           end-call
           call 'profile-assign' using
             by reference retired-key
             by reference held-section
             by reference unbind-profile
           end-call
           call 'key-owner-del' using
             by reference retired-key
             by reference held-section
           end-call
           move spaces to retired-key

           add 1 to retired-count end-add
           display '  RETIRED ' function trim(held-section)
             ' slot ' old-ind ' rolled ' kr-rolled-on
             ' overlap ended ' kr-retire-on end-display
           move spaces to audit-note
           string 'KEY RETIRED, rolled ' delimited by size
               kr-rolled-on delimited by size
             into audit-note
           end-string
           call 'audit-log' using
             by reference held-section, audit-cmd-name, audit-rcode
           end-call
           perform drop-rollover.

       drop-rollover.
           delete key-rollovers-db record
             invalid key
               continue
           end-delete.

       end program retire-keys.
