      * it can be scheduled every few seconds and only ever pays for
      * what's new. meant to run against a settings.cfg whose DATADIR
      * points at the standby's data directory, with the journal file
      * dropped in place by whatever ships it across.
      * the bookmark is an absolute position (journalrecord.cpy): a
      * journal the primary has cut back opens with a BASE line
      * saying how many entries went before it, and counting
      * resumes from there. a bookmark short of that base means
      * entries this box never applied have been archived away -
      * nothing is applied, the bookmark is left where it is, the
      * alert bus hears of it (class JOURNAL) and the run exits 2:
      * the box wants reseed-standby.cbl, not a replay.
      * with STANDBYNAME and STANDBYTOKEN configured, every run ends
      * by writing the position reached back for the primary's
      * standby register (standby-ack.cbl), as a drop-inbound
      * command file next to the journal,
      *   <journal-path>.ack.cmd
      * written as .tmp and renamed, for whatever ships the journal
      * over to carry back into the primary's INBOUNDDIR. usage:
      *   apply-change-journal

       environment division.
         copy settingdb.
         copy settinghistorydb.
         copy quotadb.
         copy sectionversiondb.
         copy changejournaldb.

         select optional journal-pos-file assign to journal-pos-path
           organization is line sequential
           file status is pos-status-1.

         select ack-file assign to ack-tmp-path
           organization is record sequential
           file status is ack-status.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy settinghistoryrecord.
         copy quotarecord.
         copy sectionversionrecord.
         copy journalrecord.

       fd journal-pos-file.
       01 pos-line picture 9(9).

       fd ack-file.
         copy inboundentry.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
      *  the write bracket the run is held in (section-version.cbl
      *  'O'/'K') - get-multi builds no snapshot across it.
         01 bracket-section picture x(40) value spaces.
         01 bracket-count picture 9(12).
         copy journalflag.
         copy changeticket.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 version-status-1 picture xx.
         01 version-status-2 picture xx.
       01 pos-status-1 picture xx.
       01 journal-pos-path picture x(255).
       01 ack-status picture xx.
       01 ack-path picture x(255).
       01 ack-tmp-path picture x(255).
       01 journal-base picture 9(9) value 0.
       01 behind-base picture 9 value 0.
       01 alert-class picture x(16) value 'JOURNAL'.
       01 alert-text picture x(96).
       01 at-eof picture 9.
       01 lines-seen binary-long unsigned value 0.
       01 lines-skipped binary-long unsigned value 0.
           move 1 to journal-replay-active

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open i-o section-versions-db
           open input change-journal-file
           call 'section-version' using
             by content 'O'
             by reference bracket-section
             by reference bracket-count
           end-call

           move zero to at-eof
           perform
               at end
                 move 1 to at-eof
               not at end
                 if jrn-op is equal to 'BASE'
                     and lines-seen is equal to zero
                   perform take-journal-base
                 else
                   add 1 to lines-seen end-add
                   if lines-seen is greater than last-applied
                     perform apply-one-entry
                     add 1 to applied-count end-add
                   else
                     add 1 to lines-skipped end-add
                   end-if
                 end-if
             end-read
           end-perform

           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           close change-journal-file
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close section-versions-db

           if behind-base is equal to 1
             display 'apply-change-journal: bookmark ' last-applied
               ' is behind the journal base ' journal-base
               ' - entries have been archived that this box never '
               'applied; run reseed-standby' end-display
             move spaces to alert-text
             string 'standby behind journal base ' delimited by size
                 journal-base delimited by size
                 ' - reseed-standby wanted' delimited by size
               into alert-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-text
             end-call
             perform write-acknowledgement
             move 2 to return-code
             goback
           end-if

           if lines-seen is greater than last-applied
             move lines-seen to last-applied
           end-if
           perform save-position
           perform write-acknowledgement

           display 'apply-change-journal: ' applied-count
             ' entr(ies) applied, ' lines-skipped
             ' already in place' end-display
           goback.

      *----------------------------------------------------------------
      * the BASE line a truncated journal opens with: the entries
      * ahead of it are gone, so a bookmark short of it cannot be
      * caught up from here - the read stops before anything lands.
      *----------------------------------------------------------------
       take-journal-base.
           move function numval(jrn-value(1:9)) to journal-base
           move journal-base to lines-seen
           if last-applied is less than journal-base
             move 1 to behind-base
             move 1 to at-eof
           end-if.

      *----------------------------------------------------------------
      * the position reached, as one standby-ack ACK request in
      * drop-inbound's command-file shape (inboundentry.cpy) - the
      * way back to a primary this box holds no socket to.
      *----------------------------------------------------------------
       write-acknowledgement.
           if standby-ack-name is equal to spaces
               or standby-ack-token is equal to spaces
             exit paragraph
           end-if
           move spaces to ack-path
           string function trim(change-journal-path) delimited by size
               '.ack.cmd' delimited by size
             into ack-path
           end-string
           move spaces to ack-tmp-path
           string function trim(ack-path) delimited by size
               '.tmp' delimited by size
             into ack-tmp-path
           end-string
           open output ack-file
           if ack-status is not equal to '00'
             display 'apply-change-journal: cannot write '
               function trim(ack-tmp-path) ' (status ' ack-status
               ')' end-display
             exit paragraph
           end-if
           move 'standby-ack' to ie-command
           move 109 to ie-argc
           move spaces to ie-args
           move standby-ack-name to ie-args(1:16)
           move standby-ack-token to ie-args(17:80)
           move 'ACK ' to ie-args(97:4)
           move last-applied to pos-line
           move pos-line to ie-args(101:9)
           write inbound-entry
           close ack-file
           call 'CBL_RENAME_FILE' using ack-tmp-path ack-path
           end-call.

      *----------------------------------------------------------------
      * the position file holds one line - how many journal lines had
      * been applied as of the last run. no file, or an unreadable
           else
             move zero to apply-expires
           end-if
           move jrn-ticket to change-current-ticket
           move jrn-reason to change-current-reason
           evaluate jrn-op
             when 'SETV'
               perform apply-set-value
             when other
               display 'apply-change-journal: unknown op ' jrn-op
                 ' at line ' lines-seen ', skipped' end-display
           end-evaluate
           move spaces to change-current-ticket
           move spaces to change-current-reason.

      *----------------------------------------------------------------
      * the standby doesn't keep its own history of replayed changes -
           end-if
           move function current-date(1:8) to created-on
           move function current-date(1:8) to last-used-on
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           write ssection
             invalid key
               continue
           end-write
           call 'cache-invalidate' using
             by reference apply-section
           end-call.

       apply-state.
           move apply-section to name
               exit paragraph
           end-read
           move apply-value(1:40) to state
           call 'record-checksum' using
               by content 'S'
               by content 'C'
               by reference ssection
           end-call
           rewrite ssection
             invalid key
               continue
           end-rewrite
           call 'cache-invalidate' using
             by reference apply-section
           end-call.

      *----------------------------------------------------------------
      * one logical value removed: the primary row and however many
       apply-del-value.
           move apply-section to ssection-name
           move apply-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               exit paragraph
             end-string
             move apply-section to ssection-name
             move del-chunk-key to sparam-name
             call 'settings-route' using by content 'S' end-call
             delete settings-db record
               invalid key
                 continue
             end-delete
           end-perform
           call 'cache-invalidate' using
             by reference apply-section
           end-call.

      *----------------------------------------------------------------
      * mirrors del-section.cbl: drop the ssection record, then walk
           move apply-section to ssection-name
           move low-values to sparam-name
           perform forever
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
               invalid key
                 continue
             end-delete
           end-perform
           call 'cache-invalidate' using
             by reference apply-section
           end-call.

       end program apply-change-journal.
