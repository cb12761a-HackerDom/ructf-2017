       identification division.
       program-id. ownerless-report.

      * standalone batch job - scheduled monthly. lists the sections
      * nobody answers for, so they are caught before the day
      * something breaks in one and there is no one to call. two
      * lists:
      *   NO STEWARD     sections with no steward record on file
      *                  (stewardrecord.cpy), each with the first
      *                  key owner the key-owners registry knows
      *                  as the place to start asking
      *   STEWARD LAPSED sections whose primary steward no longer
      *                  holds a live key there - no current key
      *                  slot the key-owners registry files under
      *                  the steward's name (case and blanks
      *                  ignored) that is both inside the key-age
      *                  limit (check-key-age.cbl) and not marked
      *                  REVOKE on the recertification worksheet
      *                  (key-recert.cbl) for the same slot and
      *                  added-on date. the line says whether the
      *                  backup steward still holds one, and names
      *                  the escalation contact
      * a worksheet that has not been written yet simply marks
      * nothing. holds 2000 REVOKE lines. exit code is the number of
      * sections listed. usage:
      *   ownerless-report

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keyownerdb.
         copy stewarddb.

         select optional worksheet-file assign to worksheet-path
           organization is line sequential
           file status is worksheet-status-1.

       data division.
       file section.
         copy sectionrecord.
         copy keyownerrecord.
         copy stewardrecord.

      *  the key-recert.cbl worksheet line, read back as it stands.
       fd worksheet-file.
       01 worksheet-line.
         02 wk-section picture x(40).
         02 filler picture x.
         02 wk-slot picture 99.
         02 filler picture x.
         02 wk-added-on picture 9(8).
         02 filler picture x.
         02 wk-scope picture x.
         02 filler picture x.
         02 wk-last-used picture 9(8).
         02 filler picture x.
         02 wk-decision picture x(6).

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 worksheet-status-1 picture xx.
       01 worksheet-path picture x(255).
       01 at-eof picture 9.
       01 walk-done picture 9.
       01 report-pass picture x.
         88 listing-unstewarded value 'N'.
         88 listing-lapsed value 'L'.

      *----------------------------------------------------------------
      * the REVOKE decisions off the recertification worksheet - a
      * slot somebody has already signed off for removal is not a
      * key anyone can be said to hold, whether or not the APPLY
      * pass has run yet.
      *----------------------------------------------------------------
       01 revoke-table.
         02 revoke-count binary-long unsigned value zero.
         02 revokes occurs 2000 times.
           03 rv-section picture x(40).
           03 rv-slot picture 99.
           03 rv-added-on picture 9(8).
       01 revoke-ind binary-long unsigned.
       01 revoke-overflow picture 9 value zero.

       01 held-section picture x(40).
       01 probe-key picture x(80).
       01 slot-ind binary-long unsigned.
       01 key-age-status picture 9.
       01 slot-revoked picture 9.
       01 wanted-holder picture x(40).
       01 holder-found picture 9.
       01 primary-holds picture 9.
       01 backup-holds picture 9.
       01 first-owner picture x(40).
       01 first-contact picture x(40).
       01 backup-words picture x(40).

       01 sections-seen binary-long unsigned value zero.
       01 unstewarded-count binary-long unsigned value zero.
       01 lapsed-count binary-long unsigned value zero.
       01 count-display picture z(5)9.

       procedure division.
       start-ownerless-report.
           call 'load-data-paths' end-call
           move spaces to worksheet-path
           string function trim(data-dir-path) delimited by size
               '/recert-worksheet.dat' delimited by size
             into worksheet-path
           end-string

           display '=== ownerless-section report '
             function current-date(1:8) ' ===' end-display
           perform load-revoke-decisions

           open input sections-db
           open input key-owners-db
           open input stewards-db

           display ' ' end-display
           display 'NO STEWARD' end-display
           set listing-unstewarded to true
           perform walk-sections
           if unstewarded-count is equal to zero
             display '  every section has a steward on file'
               end-display
           end-if

           display ' ' end-display
           display 'STEWARD LAPSED' end-display
           set listing-lapsed to true
           perform walk-sections
           if lapsed-count is equal to zero
             display '  every steward still holds a live key'
               end-display
           end-if

           close sections-db
           close key-owners-db
           close stewards-db

           display ' ' end-display
           move sections-seen to count-display
           display 'ownerless-report: ' function trim(count-display)
             ' section(s) checked' end-display
           move unstewarded-count to count-display
           display 'ownerless-report: ' function trim(count-display)
             ' with no steward' end-display
           move lapsed-count to count-display
           display 'ownerless-report: ' function trim(count-display)
             ' whose steward holds no live key' end-display
           if revoke-overflow is equal to 1
             display 'ownerless-report: more than 2000 REVOKE lines '
               'on the worksheet - the first 2000 were applied'
               end-display
           end-if
           compute return-code = unstewarded-count + lapsed-count
           end-compute
           goback.

       load-revoke-decisions.
           open input worksheet-file
           if worksheet-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read worksheet-file
               at end
                 move 1 to at-eof
               not at end
                 if function upper-case(wk-decision) is equal to
                     'REVOKE'
                   perform note-revoke-line
                 end-if
             end-read
           end-perform
           close worksheet-file.

       note-revoke-line.
           if revoke-count is equal to 2000
             move 1 to revoke-overflow
             exit paragraph
           end-if
           add 1 to revoke-count end-add
           move function upper-case(wk-section)
             to rv-section(revoke-count)
           move wk-slot to rv-slot(revoke-count)
           move wk-added-on to rv-added-on(revoke-count).

      *----------------------------------------------------------------
      * one pass over sections-db per list - report-pass says which
      * list this pass is printing.
      *----------------------------------------------------------------
       walk-sections.
           move low-values to name
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start sections-db
               key is greater than name
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read sections-db record
                 at end
                   move 1 to walk-done
                 not at end
                   move name to held-section
                   if listing-unstewarded
                     add 1 to sections-seen end-add
                     perform check-unstewarded
                   else
                     perform check-lapsed
                   end-if
                   move held-section to name
               end-read
             end-if
           end-perform.

       check-unstewarded.
           move held-section to st-section
           read stewards-db record
             invalid key
               continue
             not invalid key
               exit paragraph
           end-read
           add 1 to unstewarded-count end-add
           perform find-first-owner
           display '  ' held-section ' key owner '
             function trim(first-owner) ' '
             function trim(first-contact) end-display.

       check-lapsed.
           move held-section to st-section
           read stewards-db record
             invalid key
               exit paragraph
           end-read
           move st-primary to wanted-holder
           perform find-live-holder
           move holder-found to primary-holds
           if primary-holds is equal to 1
             exit paragraph
           end-if
           move zero to backup-holds
           if st-backup is not equal to spaces
             move st-backup to wanted-holder
             perform find-live-holder
             move holder-found to backup-holds
           end-if
           evaluate true
             when st-backup is equal to spaces
               move 'no backup named' to backup-words
             when backup-holds is equal to 1
               move 'backup holds a live key' to backup-words
             when other
               move 'backup holds none either' to backup-words
           end-evaluate
           add 1 to lapsed-count end-add
           display '  ' held-section ' steward '
             function trim(st-primary) ' (team '
             function trim(st-team) ') - '
             function trim(backup-words) end-display
           display '      escalate to ' function trim(st-escalation)
             end-display.

      *----------------------------------------------------------------
      * does wanted-holder own a live key in held-section? the
      * section record is the one walk-sections just read.
      *----------------------------------------------------------------
       find-live-holder.
           move zero to holder-found
           move function upper-case(function trim(wanted-holder))
             to wanted-holder
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
                 or holder-found is equal to 1
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference ko-fingerprint
             end-call
             move held-section to ko-section
             read key-owners-db record
               invalid key
                 continue
               not invalid key
                 if function upper-case(function trim(ko-owner))
                     is equal to wanted-holder
                   perform check-slot-live
                 end-if
             end-read
           end-perform.

       check-slot-live.
           call 'check-key-age' using
               by reference api-key-added-on(slot-ind)
             returning key-age-status
           end-call
           if key-age-status is equal to 2
             exit paragraph
           end-if
           move zero to slot-revoked
           perform
             varying revoke-ind from 1 by 1
               until revoke-ind is greater than revoke-count
                 or slot-revoked is equal to 1
             if rv-section(revoke-ind) is equal to held-section
                 and rv-slot(revoke-ind) is equal to slot-ind
                 and rv-added-on(revoke-ind) is equal to
                   api-key-added-on(slot-ind)
               move 1 to slot-revoked
             end-if
           end-perform
           if slot-revoked is equal to zero
             move 1 to holder-found
           end-if.

       find-first-owner.
           move 'no registered owner' to first-owner
           move spaces to first-contact
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference ko-fingerprint
             end-call
             move held-section to ko-section
             read key-owners-db record
               invalid key
                 continue
               not invalid key
                 if ko-owner is not equal to spaces
                   move ko-owner to first-owner
                   move ko-contact to first-contact
                   exit paragraph
                 end-if
             end-read
           end-perform.

       end program ownerless-report.
