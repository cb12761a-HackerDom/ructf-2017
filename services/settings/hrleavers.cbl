       identification division.
       program-id. hr-leavers.

      * standalone batch job - scheduled nightly, after the HR
      * system drops its leavers and movers extract. the key-owners
      * registry (keyownerrecord.cpy) says who holds each key, but
      * nothing told this service when those people left; the
      * quarterly recertification caught it months late. this job
      * matches the extract against the registry - ko-owner against
      * the person's name, ko-contact against their e-mail address
      * or employee id, case and blanks ignored - and files every
      * key it finds in hr-leavers-db (hrleaverrecord.cpy), where it
      * stays, night after night, until the key is re-owned (the
      * registry names somebody else) or retired (no slot of the
      * section holds it any more). each run then lists what is
      * outstanding:
      *   LEAVER  a key whose owner has left - with the section's
      *           steward (stewardrecord.cpy), who is asked to
      *           re-own or retire it
      *   MOVER   a key whose owner has changed department - still
      *           theirs, but worth the steward's look
      *   RESOLVED keys re-owned or retired since the last run,
      *           dropped from the file
      * a key newly filed raises an alert on the alert bus (class
      * HRLEAVER) naming the section's steward, so it reaches them
      * through the alert router rather than waiting for someone to
      * read this report. with SUSPEND, a leaver's key still live
      * once the grace period after the leaving date has run (14
      * days unless given) is suspended (suspkeyrecord.cpy) - the
      * key stops working at its next request, exactly as
      * suspend-key would have it, the steward is alerted again, and
      * resume-key gives it back if the key turns out to be needed.
      * (suspend-key, run online, also ends the key's live sessions
      * and watches at once; from a batch they end with the
      * connection.)
      * the extract is fixed-format, one person per line:
      *   col   1     record type - 'L' leaver, 'M' mover (any
      *               other line, the header and trailer included,
      *               is skipped)
      *   cols  2-11  employee id
      *   cols 12-51  full name
      *   cols 52-111 e-mail address
      *   cols 112-119 leaving / moving date, YYYYMMDD
      *   cols 120-149 new department (movers)
      * holds 5000 people a night. exit code is the number of
      * leavers' keys outstanding. usage:
      *   hr-leavers <extract-path> [SUSPEND [grace-days]]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy keyownerdb.
         copy stewarddb.
         copy suspkeydb.
         copy hrleaverdb.

         select extract-file assign to extract-path
           organization is line sequential
           file status is extract-status-1.

       data division.
       file section.
         copy sectionrecord.
         copy keyownerrecord.
         copy stewardrecord.
         copy suspkeyrecord.
         copy hrleaverrecord.

       fd extract-file.
       01 extract-line.
         02 ex-type picture x.
         02 ex-employee-id picture x(10).
         02 ex-name picture x(40).
         02 ex-email picture x(60).
         02 ex-date picture x(8).
         02 ex-department picture x(30).
         02 filler picture x(51).

       working-storage section.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 extract-status-1 picture xx.
       01 extract-path picture x(255).
       01 arg-suspend picture x(8).
       01 arg-grace picture x(8).
       01 suspend-wanted picture 9 value zero.
       01 grace-days binary-long unsigned value 14.
       01 at-eof picture 9.
       01 walk-done picture 9.

      *----------------------------------------------------------------
      * tonight's extract, folded for matching.
      *----------------------------------------------------------------
       01 person-table.
         02 person-count binary-long unsigned value zero.
         02 persons occurs 5000 times.
           03 pn-type picture x.
           03 pn-employee-id picture x(10).
           03 pn-name picture x(40).
           03 pn-email picture x(60).
           03 pn-date picture 9(8).
           03 pn-department picture x(30).
       01 person-ind binary-long unsigned.
       01 person-found binary-long unsigned.
       01 person-overflow picture 9 value zero.

       01 folded-owner picture x(40).
       01 folded-contact picture x(60).
       01 check-date picture 9(8).
       01 today-date picture 9(8).
       01 today-int binary-long.
       01 due-int binary-long.
       01 now-stamp picture 9(14).
       01 held-hl-key picture x(55).
       01 probe-key picture x(80).
       01 probe-fingerprint picture 9(15).
       01 slot-ind binary-long unsigned.
       01 live-slot picture 99.
       01 key-resolved picture 9.
       01 already-suspended picture 9.
       01 steward-words picture x(40).
       01 action-words picture x(8).
       01 status-words picture x(40).
       01 alert-class picture x(16) value 'HRLEAVER'.
       01 alert-text picture x(96).
       01 audit-cmd-name picture x(11) value 'suspend-key'.
       01 audit-rcode picture x(2) value 'ok'.
       01 slot-display picture z9.

       01 lines-read binary-long unsigned value zero.
       01 lines-skipped binary-long unsigned value zero.
       01 filed-count binary-long unsigned value zero.
       01 leaver-count binary-long unsigned value zero.
       01 mover-count binary-long unsigned value zero.
       01 resolved-count binary-long unsigned value zero.
       01 suspended-count binary-long unsigned value zero.
       01 alert-count binary-long unsigned value zero.
       01 count-display picture z(8)9.

       procedure division.
       start-hr-leavers.
           move spaces to extract-path
           move spaces to arg-suspend
           move spaces to arg-grace
           accept extract-path from argument-value
           accept arg-suspend from argument-value
           accept arg-grace from argument-value
           if extract-path is equal to spaces
             display 'hr-leavers: usage: hr-leavers <extract-path> '
               '[SUSPEND [grace-days]]' end-display
             move 1 to return-code
             goback
           end-if
           if arg-suspend is not equal to spaces
             if function upper-case(arg-suspend) is not equal to
                 'SUSPEND'
               display 'hr-leavers: second argument must be SUSPEND'
                 end-display
               move 1 to return-code
               goback
             end-if
             move 1 to suspend-wanted
           end-if
           if arg-grace is not equal to spaces
             if function trim(arg-grace) is not numeric
               display 'hr-leavers: grace-days must be a number'
                 end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-grace) to grace-days
           end-if

           call 'load-data-paths' end-call
           move function current-date(1:14) to now-stamp
           move now-stamp(1:8) to today-date
           compute today-int = function integer-of-date(today-date)

           perform load-extract
           if extract-status-1 is not equal to '00'
             display 'hr-leavers: cannot open '
               function trim(extract-path) end-display
             move 1 to return-code
             goback
           end-if

           display '=== hr leavers and movers ' today-date ' ==='
             end-display
           move lines-read to count-display
           display 'extract: ' function trim(count-display)
             ' line(s) read' end-display
           move person-count to count-display
           display 'extract: ' function trim(count-display)
             ' leaver(s)/mover(s) taken' end-display
           move lines-skipped to count-display
           display 'extract: ' function trim(count-display)
             ' line(s) skipped' end-display
           if person-overflow is equal to 1
             display '  (more than 5000 people - the rest are taken '
               'on a later run)' end-display
           end-if

           open input sections-db
           open input key-owners-db
           open input stewards-db
           open i-o susp-keys-db
           open i-o hr-leavers-db

           display ' ' end-display
           display 'NEWLY FILED' end-display
           perform match-registry
           if filed-count is equal to zero
             display '  no key owned by anyone in tonight''s extract'
               end-display
           end-if

           display ' ' end-display
           display 'OUTSTANDING' end-display
           perform review-filed-keys
           if leaver-count is equal to zero
               and mover-count is equal to zero
             display '  none' end-display
           end-if

           close sections-db
           close key-owners-db
           close stewards-db
           close susp-keys-db
           close hr-leavers-db

           display ' ' end-display
           move filed-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' key(s) newly filed' end-display
           move leaver-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' leaver key(s) outstanding' end-display
           move mover-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' mover key(s) outstanding' end-display
           move resolved-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' re-owned or retired' end-display
           move suspended-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' suspended tonight' end-display
           move alert-count to count-display
           display 'hr-leavers: ' function trim(count-display)
             ' alert(s) raised' end-display
           move leaver-count to return-code
           goback.

      *----------------------------------------------------------------
      * a line with no usable date, or with neither a name nor an
      * e-mail address to match on, is skipped and counted - the
      * extract is HR's to fix.
      *----------------------------------------------------------------
       load-extract.
           open input extract-file
           if extract-status-1 is not equal to '00'
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read extract-file
               at end
                 move 1 to at-eof
               not at end
                 add 1 to lines-read end-add
                 perform take-extract-line
             end-read
           end-perform
           close extract-file
           move '00' to extract-status-1.

       take-extract-line.
           move function upper-case(ex-type) to ex-type
           if ex-type is not equal to 'L'
               and ex-type is not equal to 'M'
             exit paragraph
           end-if
           if ex-date is not numeric
               or (ex-name is equal to spaces
                 and ex-email is equal to spaces)
             add 1 to lines-skipped end-add
             display '  skipped line ' lines-read ': '
               function trim(extract-line) end-display
             exit paragraph
           end-if
           move ex-date to check-date
           if function test-date-yyyymmdd(check-date)
               is not equal to zero
             add 1 to lines-skipped end-add
             display '  skipped line ' lines-read ': '
               function trim(extract-line) end-display
             exit paragraph
           end-if
           if person-count is not less than 5000
             move 1 to person-overflow
             exit paragraph
           end-if
           add 1 to person-count end-add
           move ex-type to pn-type(person-count)
           move function upper-case(ex-employee-id)
             to pn-employee-id(person-count)
           move function upper-case(function trim(ex-name))
             to pn-name(person-count)
           move function upper-case(function trim(ex-email))
             to pn-email(person-count)
           move check-date to pn-date(person-count)
           move ex-department to pn-department(person-count).

      *----------------------------------------------------------------
      * every registry entry against tonight's people. a key already
      * filed is refreshed - a mover who has since left becomes a
      * leaver, and a later date replaces an earlier one - but only
      * alerted on when it is new or has just become a leaver's.
      *----------------------------------------------------------------
       match-registry.
           move low-values to key-owner-key
           move zero to walk-done
           start key-owners-db
             key is greater than key-owner-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-owners-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform match-one-owner
             end-read
           end-perform.

       match-one-owner.
           move function upper-case(function trim(ko-owner))
             to folded-owner
           move function upper-case(function trim(ko-contact))
             to folded-contact
           move zero to person-found
           perform
             varying person-ind from 1 by 1
               until person-ind is greater than person-count
                 or person-found is greater than zero
             if (folded-owner is not equal to spaces
                   and folded-owner is equal to pn-name(person-ind))
                 or (folded-contact is not equal to spaces
                   and (folded-contact is equal to pn-email(person-ind)
                     or folded-contact(1:10) is equal to
                       pn-employee-id(person-ind)
                     and folded-contact(11:50) is equal to spaces))
               move person-ind to person-found
             end-if
           end-perform
           if person-found is equal to zero
             exit paragraph
           end-if

           move ko-fingerprint to hl-fingerprint
           move ko-section to hl-section
           read hr-leavers-db record
             invalid key
               perform file-new-key
               exit paragraph
           end-read
           if hl-mover and pn-type(person-found) is equal to 'L'
             move 'L' to hl-action
             move pn-date(person-found) to hl-effective-date
             rewrite hr-leaver-record
               invalid key
                 continue
             end-rewrite
             perform show-filed-key
             perform raise-filed-alert
             exit paragraph
           end-if
           if pn-type(person-found) is equal to hl-action
               and pn-date(person-found) is greater than
                 hl-effective-date
             move pn-date(person-found) to hl-effective-date
             move pn-department(person-found) to hl-department
             rewrite hr-leaver-record
               invalid key
                 continue
             end-rewrite
           end-if.

       file-new-key.
           move ko-fingerprint to hl-fingerprint
           move ko-section to hl-section
           move pn-type(person-found) to hl-action
           move pn-employee-id(person-found) to hl-employee-id
           move ko-owner to hl-owner
           move pn-date(person-found) to hl-effective-date
           move pn-department(person-found) to hl-department
           move today-date to hl-first-seen
           move zero to hl-suspended-on
           write hr-leaver-record
             invalid key
               exit paragraph
           end-write
           perform show-filed-key
           perform raise-filed-alert.

       show-filed-key.
           add 1 to filed-count end-add
           if hl-leaver
             move 'LEAVER' to action-words
           else
             move 'MOVER' to action-words
           end-if
           display '  ' action-words ' ' function trim(hl-section)
             ' - ' function trim(hl-owner) ' (' hl-employee-id ') '
             hl-effective-date end-display.

      *----------------------------------------------------------------
      * the steward the alert names: the primary, or the backup
      * when there is no primary, or the section's owner-less state
      * said plainly so the router's catch-all still gets it seen.
      *----------------------------------------------------------------
       find-steward.
           move '(no steward)' to steward-words
           move hl-section to st-section
           read stewards-db record
             invalid key
               exit paragraph
           end-read
           if st-primary is not equal to spaces
             move st-primary to steward-words
           else
             if st-backup is not equal to spaces
               move st-backup to steward-words
             end-if
           end-if.

       raise-filed-alert.
           perform find-steward
           move spaces to alert-text
           if hl-leaver
             string function trim(hl-section) delimited by size
                 ' key of ' delimited by size
                 function trim(hl-owner) delimited by size
                 ' (left ' delimited by size
                 hl-effective-date delimited by size
                 ') - re-own or retire; steward ' delimited by size
                 function trim(steward-words) delimited by size
               into alert-text
             end-string
           else
             string function trim(hl-section) delimited by size
                 ' key of ' delimited by size
                 function trim(hl-owner) delimited by size
                 ' (moved ' delimited by size
                 hl-effective-date delimited by size
                 ') - check owner; steward ' delimited by size
                 function trim(steward-words) delimited by size
               into alert-text
             end-string
           end-if
           perform append-alert.

       append-alert.
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-text
           end-call
           add 1 to alert-count end-add.

      *----------------------------------------------------------------
      * every filed key, tonight's and earlier nights' alike. the
      * record area holds nothing dependable once a record is
      * deleted, so the walk restarts past a saved copy of the key.
      *----------------------------------------------------------------
       review-filed-keys.
           move low-values to hl-key
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start hr-leavers-db
               key is greater than hl-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read hr-leavers-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   move hl-key to held-hl-key
                   perform review-one-key
                   move held-hl-key to hl-key
               end-read
             end-if
           end-perform.

       review-one-key.
           perform check-key-live
           if key-resolved is equal to 1
             add 1 to resolved-count end-add
             display '  RESOLVED ' function trim(hl-section) ' - '
               function trim(hl-owner) ' - '
               function trim(status-words) end-display
             delete hr-leavers-db record
               invalid key
                 continue
             end-delete
             exit paragraph
           end-if

           perform find-steward
           move live-slot to slot-display
           move spaces to status-words
           perform check-suspended
           if hl-leaver
             add 1 to leaver-count end-add
             move 'LEAVER' to action-words
             if already-suspended is equal to 1
               move 'suspended' to status-words
             else
               perform consider-suspension
             end-if
           else
             add 1 to mover-count end-add
             move 'MOVER' to action-words
             if already-suspended is equal to 1
               move 'suspended' to status-words
             else
               move 'live' to status-words
             end-if
           end-if
           display '  ' action-words ' ' function trim(hl-section)
             ' slot ' function trim(slot-display) ' - '
             function trim(hl-owner) ' (' hl-employee-id ')'
             end-display
           display '      date ' hl-effective-date ' filed '
             hl-first-seen ' steward ' function trim(steward-words)
             ' - ' function trim(status-words) end-display.

      *----------------------------------------------------------------
      * still a problem only while the registry still names the same
      * owner and a slot of the section still holds the key.
      *----------------------------------------------------------------
       check-key-live.
           move zero to key-resolved
           move zero to live-slot
           move hl-fingerprint to ko-fingerprint
           move hl-section to ko-section
           read key-owners-db record
             invalid key
               move 1 to key-resolved
               move 'registry entry gone' to status-words
               exit paragraph
           end-read
           if ko-owner is not equal to hl-owner
             move 1 to key-resolved
             move spaces to status-words
             string 're-owned to ' delimited by size
                 function trim(ko-owner) delimited by size
               into status-words
             end-string
             exit paragraph
           end-if
           move hl-section to name
           read sections-db record
             invalid key
               move 1 to key-resolved
               move 'section gone' to status-words
               exit paragraph
           end-read
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
                 or live-slot is greater than zero
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference probe-fingerprint
             end-call
             if probe-fingerprint is equal to hl-fingerprint
               move slot-ind to live-slot
             end-if
           end-perform
           move spaces to probe-key
           if live-slot is equal to zero
             move 1 to key-resolved
             move 'key retired' to status-words
           end-if.

       check-suspended.
           move zero to already-suspended
           move hl-section to sk-section
           move hl-fingerprint to sk-fingerprint
           read susp-keys-db record
             invalid key
               exit paragraph
           end-read
           if sk-resume-at is equal to zero
               or sk-resume-at is greater than now-stamp
             move 1 to already-suspended
           end-if.

      *----------------------------------------------------------------
      * a leaver's key, still live, once the grace period after the
      * leaving date has run - suspended when SUSPEND was given,
      * otherwise reported with the day it would be.
      *----------------------------------------------------------------
       consider-suspension.
           compute due-int =
             function integer-of-date(hl-effective-date) + grace-days
           end-compute
           if due-int is greater than today-int
             move spaces to status-words
             string 'live - grace to ' delimited by size
                 function date-of-integer(due-int) delimited by size
               into status-words
             end-string
             exit paragraph
           end-if
           if suspend-wanted is equal to zero
             move 'live - grace over, not suspended' to status-words
             exit paragraph
           end-if

           move hl-section to sk-section
           move hl-fingerprint to sk-fingerprint
           move live-slot to sk-slot
           move api-key-added-on(live-slot) to sk-key-added-on
           move spaces to sk-reason
           string 'HR leaver ' delimited by size
               function trim(hl-employee-id) delimited by size
               ' left ' delimited by size
               hl-effective-date delimited by size
             into sk-reason
           end-string
           move zero to sk-resume-at
           move now-stamp to sk-suspended-at
           move 'hr-leavers' to sk-suspended-by
           write susp-key-record
             invalid key
               rewrite susp-key-record
                 invalid key
                   move 'live - suspension failed' to status-words
                   exit paragraph
               end-rewrite
           end-write
           move today-date to hl-suspended-on
           rewrite hr-leaver-record
             invalid key
               continue
           end-rewrite
           add 1 to suspended-count end-add
           move 'SUSPENDED tonight' to status-words

           move spaces to audit-note
           string 'slot ' delimited by size
               live-slot delimited by size
               ' ' delimited by size
               sk-reason delimited by size
             into audit-note
           end-string
           call 'audit-log' using
             by reference hl-section, audit-cmd-name, audit-rcode
           end-call

           move spaces to alert-text
           string function trim(hl-section) delimited by size
               ' key of ' delimited by size
               function trim(hl-owner) delimited by size
               ' SUSPENDED (left ' delimited by size
               hl-effective-date delimited by size
               '); steward ' delimited by size
               function trim(steward-words) delimited by size
             into alert-text
           end-string
           perform append-alert.

       end program hr-leavers.
