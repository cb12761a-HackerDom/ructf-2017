       identification division.
       program-id. sandbox-expiry.

      * standalone batch job - scheduled nightly. takes away the
      * sandbox sections new-sandbox.cbl made (sandboxrecord.cpy)
      * once their expiry date comes, so a sandbox cannot outlive
      * the experiment it was made for. per sandbox:
      *   WARNED  its expiry date is within the warning days (3
      *           unless given) - its creator is told, once, what
      *           goes and when: a notice in DROPDIR,
      *             <dropdir>/sandbox-notice-<YYYYMMDD>-<section>.txt
      *           written as .tmp and renamed into place
      *           (change-notices' rule), and a line on the alert bus
      *           (class SANDBOX) naming the creator
      *   PURGED  its expiry date has come - the section is erased
      *           by purge-sect.cbl itself, on the admin master key,
      *           so a sandbox is cleaned out of every store
      *           purge-sect knows (history, side stores, backup
      *           generations) and leaves the same destruction
      *           report and audit line; the sandbox flag goes last
      *   HELD    its expiry date has come but the section is under
      *           legal hold - purge-sect refuses ('lh') and the
      *           sandbox is kept, flagged, until set-retain lifts
      *           the hold; the creator and the alert bus hear of it
      *           the first night only
      *   FAILED  purge-sect refused for any other reason (no master
      *           key configured, most likely) - tried again next
      *           night
      * the sandbox list is taken whole before the first purge,
      * since purging walks the sandbox file itself. exit code is
      * the number of sandboxes held or failed past their expiry.
      * usage:
      *   sandbox-expiry [warn-days]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy settinghistorydb.
         copy statehistorydb.
         copy pendingdb.
         copy approvaldb.
         copy deckdb.
         copy tagdb.
         copy ruledb.
         copy quotadb.
         copy archivedb.
         copy protectdb.
         copy sensdb.
         copy keyindexdb.
         copy retentiondb.
         copy sandboxdb.

         select notice-file assign to notice-tmp-path
           organization is line sequential
           file status is notice-status.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy statehistoryrecord.
         copy pendingrecord.
         copy approvalrecord.
         copy deckrecord.
         copy tagrecord.
         copy rulerecord.
         copy quotarecord.
         copy archiverecord.
         copy protectrecord.
         copy sensrecord.
         copy keyindexrecord.
         copy retentionrecord.
         copy sandboxrecord.

       fd notice-file.
       01 notice-line picture x(132).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
       01 notice-status picture xx.
       01 notice-path picture x(255).
       01 notice-tmp-path picture x(255).
       01 notice-slug picture x(40).
       01 slug-length binary-long unsigned.
       01 slug-ind binary-long unsigned.
       01 arg-warn picture x(8).
       01 warn-days binary-long unsigned value 3.
       01 today-date picture 9(8).
       01 today-int binary-long.
       01 days-left binary-long.
       01 walk-done picture 9.
       01 alert-class picture x(16) value 'SANDBOX'.
       01 alert-text picture x(96).
       01 days-display picture z(3)9.
       01 count-display picture z(8)9.

       01 sandbox-count binary-long unsigned value zero.
       01 sandbox-ind binary-long unsigned.
       01 sandbox-section picture x(40) occurs 2000 times.
       77 sandbox-limit binary-long unsigned value 2000.

       01 purge-argc binary-long unsigned.
       01 purge-argv picture x(1013).
       01 purge-result.
         02 purge-rcode picture x(2).
         02 purge-removed picture 9(9).
         02 purge-files picture 9(4).
         02 filler picture x(1009).
       01 purge-result-length binary-long unsigned.
       01 purge-need-more picture 9.

       01 warned-count binary-long unsigned value zero.
       01 purged-count binary-long unsigned value zero.
       01 held-count binary-long unsigned value zero.
       01 failed-count binary-long unsigned value zero.
       01 live-count binary-long unsigned value zero.

       procedure division.
       start-sandbox-expiry.
           move spaces to arg-warn
           accept arg-warn from argument-value
           if arg-warn is not equal to spaces
             if function trim(arg-warn) is not numeric
               display 'sandbox-expiry: usage: sandbox-expiry '
                 '[warn-days]' end-display
               move 1 to return-code
               goback
             end-if
             move function numval(arg-warn) to warn-days
           end-if

           call 'load-data-paths' end-call
           move function current-date(1:8) to today-date
           compute today-int = function integer-of-date(today-date)
           end-compute
           display '=== sandbox sections ' today-date ' ===' end-display

      *----------------------------------------------------------------
      * purge-sect and the stores it scrubs read these through the
      * shared external connectors - a batch run unit has to open
      * them itself.
      *----------------------------------------------------------------
           open i-o sandboxes-db
           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o state-history-db
           open i-o pending-changes-db
           open i-o approvals-db
           open i-o card-decks-db
           open i-o tags-db
           open i-o rules-db
           open i-o quotas-db
           open i-o archive-sections-db
           open i-o archive-settings-db
           open i-o protected-db
           open i-o sensitive-db
           open i-o key-index-db
           open input retention-db

           perform take-sandbox-list
           perform
             varying sandbox-ind from 1 by 1
               until sandbox-ind is greater than sandbox-count
             perform consider-one-sandbox
           end-perform

           close sandboxes-db
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close state-history-db
           close pending-changes-db
           close approvals-db
           close card-decks-db
           close tags-db
           close rules-db
           close quotas-db
           close archive-sections-db
           close archive-settings-db
           close protected-db
           close sensitive-db
           close key-index-db
           close retention-db

           display ' ' end-display
           move live-count to count-display
           display 'sandbox-expiry: ' function trim(count-display)
             ' sandbox(es) still live' end-display
           move warned-count to count-display
           display 'sandbox-expiry: ' function trim(count-display)
             ' creator(s) warned' end-display
           move purged-count to count-display
           display 'sandbox-expiry: ' function trim(count-display)
             ' purged' end-display
           move held-count to count-display
           display 'sandbox-expiry: ' function trim(count-display)
             ' kept under legal hold' end-display
           move failed-count to count-display
           display 'sandbox-expiry: ' function trim(count-display)
             ' failed to purge' end-display
           compute return-code = held-count + failed-count
           end-compute
           goback.

       take-sandbox-list.
           move low-values to sb-section
           move zero to walk-done
           start sandboxes-db
             key is greater than sb-section
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read sandboxes-db next record
               at end
                 move 1 to walk-done
               not at end
                 if sandbox-count is less than sandbox-limit
                   add 1 to sandbox-count end-add
                   move sb-section to sandbox-section(sandbox-count)
                 end-if
             end-read
           end-perform
           if sandbox-count is equal to sandbox-limit
             display 'sandbox-expiry: ' sandbox-limit
               ' sandboxes taken; any more wait for the next run'
               end-display
           end-if.

       consider-one-sandbox.
           move sandbox-section(sandbox-ind) to sb-section
           read sandboxes-db record
             invalid key
               exit paragraph
           end-read
           compute days-left =
             function integer-of-date(sb-expires-on) - today-int
           end-compute
           if days-left is not greater than zero
             perform expire-sandbox
             exit paragraph
           end-if
           add 1 to live-count end-add
           if days-left is not greater than warn-days
               and sb-warned-on is equal to zero
             perform warn-creator
           end-if.

      *----------------------------------------------------------------
      * one warning per sandbox: the notice and the alert name the
      * day it goes, and the date is filed so the nights between
      * stay quiet.
      *----------------------------------------------------------------
       warn-creator.
           add 1 to warned-count end-add
           move days-left to days-display
           display '  WARNED  ' function trim(sb-section)
             ' - goes ' sb-expires-on ' (' function trim(days-display)
             ' day(s)), ' function trim(sb-creator) end-display
           move spaces to alert-text
           string 'sandbox ' delimited by size
               function trim(sb-section) delimited by size
               ' is purged ' delimited by size
               sb-expires-on delimited by size
               ' - tell ' delimited by size
               function trim(sb-creator) delimited by size
             into alert-text
           end-string
           perform append-alert
           move spaces to notice-line
           string 'sandbox section ' delimited by size
               function trim(sb-section) delimited by size
               ' expires on ' delimited by size
               sb-expires-on delimited by size
               ' and will be purged that night.' delimited by size
             into notice-line
           end-string
           perform write-creator-notice
           move today-date to sb-warned-on
           rewrite sandbox-record
             invalid key
               continue
           end-rewrite.

       expire-sandbox.
           move spaces to purge-argv
           move sb-section to purge-argv(1:40)
           move admin-master-key to purge-argv(41:80)
           move 120 to purge-argc
           move spaces to purge-result
           move spaces to audit-note
           string 'sandbox expired ' delimited by size
               sb-expires-on delimited by size
             into audit-note
           end-string
           call 'purge-sect' using
             by reference purge-argc
             by reference purge-argv
             by reference purge-result
             by reference purge-result-length
             returning purge-need-more
           end-call
           move spaces to purge-argv

      *----------------------------------------------------------------
      * purge-sect's own writes went through the sandbox file, so
      * the record is read again before it is touched.
      *----------------------------------------------------------------
           move sandbox-section(sandbox-ind) to sb-section
           read sandboxes-db record
             invalid key
               exit paragraph
           end-read

           evaluate purge-rcode
             when 'ok'
               add 1 to purged-count end-add
               display '  PURGED  ' function trim(sb-section)
                 ' - expired ' sb-expires-on ', ' purge-removed
                 ' record(s) removed' end-display
               delete sandboxes-db record
                 invalid key
                   continue
               end-delete
             when 'lh'
               add 1 to held-count end-add
               display '  HELD    ' function trim(sb-section)
                 ' - expired ' sb-expires-on
                 ', under legal hold - kept' end-display
               if sb-held-on is equal to zero
                 perform note-held
               end-if
             when other
               add 1 to failed-count end-add
               display '  FAILED  ' function trim(sb-section)
                 ' - expired ' sb-expires-on ', purge-sect answered '
                 purge-rcode end-display
           end-evaluate.

       note-held.
           move spaces to alert-text
           string 'sandbox ' delimited by size
               function trim(sb-section) delimited by size
               ' expired but is under legal hold - kept; '
                 delimited by size
               function trim(sb-creator) delimited by size
             into alert-text
           end-string
           perform append-alert
           move spaces to notice-line
           string 'sandbox section ' delimited by size
               function trim(sb-section) delimited by size
               ' expired on ' delimited by size
               sb-expires-on delimited by size
               ' but is under legal hold; it is kept until the hold '
                 delimited by size
               'is lifted.' delimited by size
             into notice-line
           end-string
           perform write-creator-notice
           move today-date to sb-held-on
           rewrite sandbox-record
             invalid key
               continue
           end-rewrite.

       append-alert.
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-text
           end-call.

      *----------------------------------------------------------------
      * the creator's notice: the line already built in notice-line,
      * then who it is for and where the sandbox came from. no
      * DROPDIR, no notice - the alert bus has it all the same.
      *----------------------------------------------------------------
       write-creator-notice.
           if drop-dir-path is equal to spaces
             exit paragraph
           end-if
           perform build-notice-paths
           open output notice-file
           if notice-status is not equal to '00'
             display 'sandbox-expiry: cannot write '
               function trim(notice-tmp-path) ' (status '
               notice-status ')' end-display
             exit paragraph
           end-if
           write notice-line end-write
           move spaces to notice-line
           string 'for: ' delimited by size
               function trim(sb-creator) delimited by size
             into notice-line
           end-string
           write notice-line end-write
           move spaces to notice-line
           if sb-from-template
             string 'made ' delimited by size
                 sb-created-on delimited by size
                 ' from template ' delimited by size
                 function trim(sb-source) delimited by size
               into notice-line
             end-string
           else
             string 'made ' delimited by size
                 sb-created-on delimited by size
                 ' as a clone of ' delimited by size
                 function trim(sb-source) delimited by size
               into notice-line
             end-string
           end-if
           write notice-line end-write
           if sb-purpose is not equal to spaces
             move spaces to notice-line
             string 'purpose: ' delimited by size
                 function trim(sb-purpose) delimited by size
               into notice-line
             end-string
             write notice-line end-write
           end-if
           close notice-file
           call 'CBL_RENAME_FILE' using
             notice-tmp-path notice-path
           end-call.

       build-notice-paths.
           move function lower-case(sb-section) to notice-slug
           move function length(function trim(notice-slug))
             to slug-length
           perform
             varying slug-ind from 1 by 1
               until slug-ind is greater than slug-length
             if notice-slug(slug-ind:1) is not numeric
                 and (notice-slug(slug-ind:1) is less than 'a'
                   or notice-slug(slug-ind:1) is greater than 'z')
               move '-' to notice-slug(slug-ind:1)
             end-if
           end-perform
           move spaces to notice-path
           string function trim(drop-dir-path) delimited by size
               '/sandbox-notice-' delimited by size
               today-date delimited by size
               '-' delimited by size
               function trim(notice-slug) delimited by size
               '.txt' delimited by size
             into notice-path
           end-string
           move spaces to notice-tmp-path
           string function trim(notice-path) delimited by size
               '.tmp' delimited by size
             into notice-tmp-path
           end-string.

       end program sandbox-expiry.
