       identification division.
       program-id. consumer-registry.

      * standalone batch job - rebuilds the consumer registry (see
      * consumerrecord.cpy): section -> the keys that use it -> the
      * team and contact behind each key. the pairings come from the
      * key-usage registry (keyusagerecord.cpy), which process-request
      * files for every key-checked dispatch, so a service that reads
      * a section shows up here whether or not anybody remembered to
      * tell its owners; the team and contact are the key-owners
      * registry's entry for the key. a pairing not used inside the
      * look-back (default 90 days) is left out - a key that went
      * quiet a year ago is not a consumer. the file is rebuilt from
      * nothing every run, so a key that stops reading drops off on
      * its own. run it nightly ahead of change-notices.cbl.
      * exit code 0 built, 1 not.
      * usage:
      *   consumer-registry [days]

       environment division.
       input-output section.
       file-control.
         copy keyusagedb.
         copy keyownerdb.
         copy consumerdb.

       data division.
       file section.
         copy keyusagerecord.
         copy keyownerrecord.
         copy consumerrecord.

       working-storage section.
         copy serverconfig.
       01 arg-days picture x(5).
       01 look-back-days binary-long unsigned value 90.
       01 today-date picture 9(8).
       01 cutoff-date picture 9(8).
       01 cutoff-int binary-long.
       01 walk-done picture 9.
       01 usage-read binary-long unsigned value zero.
       01 usage-taken binary-long unsigned value zero.
       01 consumer-count binary-long unsigned value zero.
       01 unowned-count binary-long unsigned value zero.
       01 days-display picture z(4)9.

       procedure division.
       start-consumer-registry.
           move spaces to arg-days
           accept arg-days from argument-value
           if arg-days is not equal to spaces
             if function trim(arg-days) is not numeric
               display 'consumer-registry: usage: '
                 'consumer-registry [days]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-days) to look-back-days
           end-if
           move function current-date(1:8) to today-date
           compute cutoff-int =
             function integer-of-date(today-date) - look-back-days
           end-compute
           move function date-of-integer(cutoff-int) to cutoff-date

           call 'load-data-paths' end-call

      *    emptied first, then reopened to be filled - an output open
      *    of an indexed file writes but cannot read back, and the
      *    fold below needs to find a pairing it has already filed.
           open output consumers-db
           close consumers-db
           open i-o consumers-db
           open input key-usage-db
           open input key-owners-db

           move low-values to key-usage-key
           move zero to walk-done
           start key-usage-db
             key is greater than key-usage-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-usage-db next record
               at end
                 move 1 to walk-done
               not at end
                 add 1 to usage-read end-add
                 if ku-last-seen is not less than cutoff-date
                     and ku-section is not equal to spaces
                   add 1 to usage-taken end-add
                   perform fold-usage-record
                 end-if
             end-read
           end-perform

           close key-usage-db
           close key-owners-db
           close consumers-db

           move look-back-days to days-display
           display 'consumer-registry: ' consumer-count
             ' consumer pairing(s) from ' usage-taken ' of '
             usage-read ' key-usage record(s) used in the last '
             function trim(days-display) ' days, ' unowned-count
             ' with no registered owner' end-display
           goback.

      *----------------------------------------------------------------
      * one usage record (one key from one address) into its
      * section/key pairing - the first address starts the record,
      * each further one adds its uses and an address.
      *----------------------------------------------------------------
       fold-usage-record.
           move ku-section to cons-section
           move ku-fingerprint to cons-fingerprint
           read consumers-db record
             invalid key
               perform start-consumer-record
             not invalid key
               add ku-count to cons-uses
                 on size error
                   move 999999999 to cons-uses
               end-add
               if cons-peers is less than 9999
                 add 1 to cons-peers end-add
               end-if
               if ku-last-seen is greater than cons-last-seen
                 move ku-last-seen to cons-last-seen
               end-if
               rewrite consumer-record
                 invalid key
                   continue
               end-rewrite
           end-read.

       start-consumer-record.
           move 'UNASSIGNED' to cons-team
           move spaces to cons-contact
           move ku-fingerprint to ko-fingerprint
           move ku-section to ko-section
           read key-owners-db record
             invalid key
               add 1 to unowned-count end-add
             not invalid key
               if ko-owner is not equal to spaces
                 move ko-owner to cons-team
               end-if
               move ko-contact to cons-contact
           end-read
           move ku-section to cons-section
           move ku-fingerprint to cons-fingerprint
           move ku-count to cons-uses
           move 1 to cons-peers
           move ku-last-seen to cons-last-seen
           move today-date to cons-built-on
           write consumer-record
             invalid key
               continue
             not invalid key
               add 1 to consumer-count end-add
           end-write.

       end program consumer-registry.
