       identification division.
       program-id. journal-retention.

      * standalone batch job - run on the primary after the night's
      * backup has been verified. cuts the change-journal back to
      * what some standby may still need, the archived entries
      * going to a file of their own:
      *   <journal-path>.<YYYYMMDDHHMMSS>.arc
      * an entry goes only when it is safe twice over -
      *   every standby on the register (standbyregrecord.cpy) has
      *   reported applying it (standby-ack.cbl), and
      *   the newest verified backup generation was taken after it:
      *   its manifest carries verify-backup's 'verified' line and a
      *   journal-position at or past the entry, so reseed-standby
      *   .cbl can always rebuild a standby from that generation and
      *   the journal that is left.
      * the journal left behind opens with a BASE line naming the
      * last position archived (journalrecord.cpy), so every
      * position anywhere - a standby's bookmark, a manifest, the
      * register - still means the same entry; the archive opens
      * with the BASE its entries followed, so it reads as a
      * journal in its own right. nothing is cut with no standby
      * registered, with a standby not yet heard from, or with no
      * verified generation that names its journal position. the
      * cut is made under the same quiesce hold backup-data-files
      * takes (quiesce.cbl), so no entry can be journaled between
      * the read and the rename; a listener that refuses the hold
      * leaves the journal as it is, and so does one with no socket
      * configured to ask over (the hold is asked for on QUIESCEKEY,
      * as backup-data-files asks). a listener that is not up at all
      * holds nothing to wait for. PREVIEW reports what would go
      * and changes nothing. a standby whose report is short of the
      * journal's base already is listed as BEHIND - it wants
      * reseed-standby, and holds every cut back until it is
      * re-seeded. exit code 0 cut or nothing to cut, 1 refused.
      * usage:
      *   journal-retention [PREVIEW]

       environment division.
       input-output section.
       file-control.
         copy changejournaldb.
         copy standbyregdb.

         select manifest-file assign to manifest-path
           organization is line sequential
           file status is manifest-status.

         select archive-file assign to archive-path
           organization is line sequential
           file status is archive-status.

         select kept-file assign to kept-tmp-path
           organization is line sequential
           file status is kept-status.

       data division.
       file section.
         copy journalrecord.
         copy standbyregrecord.

       fd manifest-file.
       01 manifest-line.
         02 manifest-base-name picture x(24).
         02 filler picture x.
         02 manifest-count picture 9(9).
         02 filler picture x.
         02 manifest-checksum picture 9(9).

       fd archive-file.
       01 archive-line picture x(517).

       fd kept-file.
       01 kept-line picture x(517).

       working-storage section.
         copy serverconfig.
       01 port-binary binary-short unsigned.
       01 config-bind-address picture x(64).
       01 config-data-dir picture x(128).
       01 config-backlog binary-char unsigned.
       01 config-pool-size binary-long unsigned.
       01 config-buf-size binary-long unsigned.
       01 config-idle-timeout binary-long unsigned.
       01 config-master-key picture x(80).
       01 config-max-per-ip binary-long unsigned.
       01 config-unix-socket-path picture x(108).
       01 config-tls-cert-path picture x(128).
       01 config-tls-key-path picture x(128).
       01 config-backup-dir picture x(128).
       01 config-backup-window-start binary-long unsigned.
       01 config-backup-window-end binary-long unsigned.
       01 config-backup-generations binary-long unsigned.
       01 config-instance picture x(16).

       01 arg-mode picture x(10).
       01 manifest-status picture xx.
       01 manifest-path picture x(255).
       01 archive-status picture xx.
       01 archive-path picture x(255).
       01 kept-status picture xx.
       01 kept-tmp-path picture x(255).
       01 run-stamp picture 9(14).
       01 walk-done picture 9.

      *----------------------------------------------------------------
      * the journal as it stands: the base it opens from and the
      * position of its last entry.
      *----------------------------------------------------------------
       01 journal-base picture 9(9).
       01 journal-end picture 9(9).
       01 entry-pos picture 9(9).

      *----------------------------------------------------------------
      * the two limits and the cut: the lowest position any standby
      * has reported, and the journal position of the newest
      * verified generation.
      *----------------------------------------------------------------
       01 standby-count binary-long unsigned value zero.
       01 behind-count binary-long unsigned value zero.
       01 lowest-acked picture 9(9).
       01 lowest-standby picture x(16).
       01 gen-ind binary-long unsigned.
       01 gen-digits picture 99.
       01 gen-verified picture 9.
       01 gen-has-position picture 9.
       01 gen-position picture 9(9).
       01 backup-gen picture 99.
       01 backup-pos picture 9(9).
       01 cut-pos picture 9(9).
       01 archived-count binary-long unsigned.
       01 kept-count binary-long unsigned.
       01 count-display picture z(8)9.

      *  the quiesce handshake - backup-data-files.cbl's, word for
      *  word. quiesce-outcome is Q (held), D (no listener answering
      *  - nothing to hold) or U (refused).
       01 quiesce-outcome picture x.
       01 quiesce-args.
         02 qa-switch picture x(4).
         02 qa-admin-key picture x(80).
         02 qa-hold-seconds picture 9(4).
         02 filler picture x(925).
       01 quiesce-argc binary-long unsigned value 88.
       01 quiesce-command picture x(11) value 'quiesce'.
       01 submit-reply.
         02 qr-rcode picture x(2).
         02 qr-position picture 9(9).
         02 qr-until picture 9(14).
         02 filler picture x(999).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.
       01 quiesce-until picture 9(14).
       01 settle-seconds picture 9(3) value 1.

       procedure division.
       start-journal-retention.
           move spaces to arg-mode
           accept arg-mode from argument-value
           move function upper-case(arg-mode) to arg-mode
           if arg-mode is not equal to spaces
               and arg-mode is not equal to 'PREVIEW'
             display 'journal-retention: usage: journal-retention '
               '[PREVIEW]' end-display
             move 1 to return-code
             goback
           end-if

           call 'read-config' using
             by reference port-binary
             by reference config-bind-address
             by reference config-data-dir
             by reference config-backlog
             by reference config-pool-size
             by reference config-buf-size
             by reference config-idle-timeout
             by reference log-max-lines
             by reference config-master-key
             by reference config-max-per-ip
             by reference config-unix-socket-path
             by reference config-tls-cert-path
             by reference config-tls-key-path
             by reference config-backup-dir
             by reference config-backup-window-start
             by reference config-backup-window-end
             by reference config-backup-generations
             by reference config-instance
           end-call
           call 'load-data-paths' end-call
           move function current-date(1:14) to run-stamp

           perform measure-journal
           display 'journal-retention: journal base ' journal-base
             ', last position ' journal-end end-display

           perform survey-standbys
           if standby-count is equal to zero
             display 'journal-retention: no standby registered - '
               'nothing is cut' end-display
             goback
           end-if

           perform find-verified-generation
           if backup-gen is equal to zero
             display 'journal-retention: no verified backup '
               'generation records a journal position - nothing '
               'is cut' end-display
             goback
           end-if
           display 'journal-retention: newest verified generation '
             backup-gen ' taken at journal position ' backup-pos
             end-display

           move lowest-acked to cut-pos
           if backup-pos is less than cut-pos
             move backup-pos to cut-pos
           end-if
           if journal-end is less than cut-pos
             move journal-end to cut-pos
           end-if
           if cut-pos is not greater than journal-base
             if lowest-acked is not greater than backup-pos
               display 'journal-retention: nothing to cut - held by '
                 'standby ' function trim(lowest-standby) ' at '
                 lowest-acked end-display
             else
               display 'journal-retention: nothing to cut - held by '
                 'backup generation ' backup-gen ' at ' backup-pos
                 end-display
             end-if
             goback
           end-if

           compute archived-count = cut-pos - journal-base
           end-compute
           move archived-count to count-display
           display 'journal-retention: entries after position '
             journal-base ' through ' cut-pos ' can go - '
             function trim(count-display) ' entr(ies)' end-display
           if arg-mode is equal to 'PREVIEW'
             display 'journal-retention: PREVIEW - nothing changed'
               end-display
             goback
           end-if

           perform quiesce-listener
           if quiesce-outcome is equal to 'U'
             move 1 to return-code
             goback
           end-if

      *    the hold taken, the journal is measured again - entries
      *    journaled since the first look only add to the tail.
           perform measure-journal
           perform cut-journal
           perform release-listener
           goback.

      *----------------------------------------------------------------
      * the base a truncated journal opens with, and its last
      * position - apply-change-journal's count.
      *----------------------------------------------------------------
       measure-journal.
           move zero to journal-base
           move zero to journal-end
           move zero to walk-done
           open input change-journal-file
           perform
             until walk-done is equal to 1
             read change-journal-file
               at end
                 move 1 to walk-done
               not at end
                 if jrn-op is equal to 'BASE'
                     and journal-end is equal to zero
                   move function numval(jrn-value(1:9))
                     to journal-base
                   move journal-base to journal-end
                 else
                   add 1 to journal-end end-add
                 end-if
             end-read
           end-perform
           close change-journal-file.

       survey-standbys.
           move 999999999 to lowest-acked
           move spaces to lowest-standby
           open input standbys-db
           move low-values to sr-standby
           move zero to walk-done
           start standbys-db
             key is greater than sr-standby
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read standbys-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform consider-standby
             end-read
           end-perform
           close standbys-db.

       consider-standby.
           add 1 to standby-count end-add
           if sr-acked-pos is less than lowest-acked
             move sr-acked-pos to lowest-acked
             move sr-standby to lowest-standby
           end-if
           evaluate true
             when sr-ack-count is equal to zero
               display '  standby ' sr-standby ' registered '
                 sr-registered-on ', not heard from yet' end-display
             when sr-acked-pos is less than journal-base
               add 1 to behind-count end-add
               display '  standby ' sr-standby ' at ' sr-acked-pos
                 ' (' sr-acked-at ') BEHIND the journal base - '
                 'run reseed-standby on it' end-display
             when other
               display '  standby ' sr-standby ' at ' sr-acked-pos
                 ' (' sr-acked-at ')' end-display
           end-evaluate.

      *----------------------------------------------------------------
      * generations are numbered newest first, so the first one
      * whose manifest carries both lines is the newest proven.
      *----------------------------------------------------------------
       find-verified-generation.
           move zero to backup-gen
           move zero to backup-pos
           perform
             varying gen-ind from 1 by 1
               until gen-ind is greater than config-backup-generations
                 or gen-ind is greater than 99
                 or backup-gen is not equal to zero
             move gen-ind to gen-digits
             perform read-generation-manifest
             if gen-verified is equal to 1
                 and gen-has-position is equal to 1
               move gen-digits to backup-gen
               move gen-position to backup-pos
             end-if
           end-perform.

       read-generation-manifest.
           move zero to gen-verified
           move zero to gen-has-position
           move zero to gen-position
           move spaces to manifest-path
           string function trim(backup-dir-path) delimited by size
               '/manifest.' delimited by size
               gen-digits delimited by size
             into manifest-path
           end-string
           open input manifest-file
           if manifest-status is not equal to '00'
             exit paragraph
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             read manifest-file
               at end
                 move 1 to walk-done
               not at end
                 if manifest-base-name is equal to 'verified'
                   move 1 to gen-verified
                 end-if
                 if manifest-base-name is equal to 'journal-position'
                   move 1 to gen-has-position
                   move manifest-count to gen-position
                 end-if
             end-read
           end-perform
           close manifest-file.

      *----------------------------------------------------------------
      * every entry up to the cut into the archive, behind the base
      * it followed; the rest behind a new BASE into the .tmp copy,
      * renamed over the journal once whole.
      *----------------------------------------------------------------
       cut-journal.
           move spaces to archive-path
           string function trim(change-journal-path) delimited by size
               '.' delimited by size
               run-stamp delimited by size
               '.arc' delimited by size
             into archive-path
           end-string
           move spaces to kept-tmp-path
           string function trim(change-journal-path) delimited by size
               '.tmp' delimited by size
             into kept-tmp-path
           end-string

           open output archive-file
           if archive-status is not equal to '00'
             display 'journal-retention: cannot write '
               function trim(archive-path) ' (status '
               archive-status ') - nothing cut' end-display
             move 1 to return-code
             exit paragraph
           end-if
           open output kept-file
           if kept-status is not equal to '00'
             close archive-file
             call 'CBL_DELETE_FILE' using archive-path end-call
             display 'journal-retention: cannot write '
               function trim(kept-tmp-path) ' (status '
               kept-status ') - nothing cut' end-display
             move 1 to return-code
             exit paragraph
           end-if

           if journal-base is greater than zero
             perform build-base-line
             move journal-base to jrn-value(1:9)
             move journal-record to archive-line
             write archive-line
           end-if
           perform build-base-line
           move cut-pos to jrn-value(1:9)
           move journal-record to kept-line
           write kept-line

           move zero to archived-count
           move zero to kept-count
           move zero to entry-pos
           move zero to walk-done
           open input change-journal-file
           perform
             until walk-done is equal to 1
             read change-journal-file
               at end
                 move 1 to walk-done
               not at end
                 if jrn-op is equal to 'BASE'
                     and entry-pos is equal to zero
                   move function numval(jrn-value(1:9)) to entry-pos
                 else
                   add 1 to entry-pos end-add
                   if entry-pos is not greater than cut-pos
                     move journal-record to archive-line
                     write archive-line
                     add 1 to archived-count end-add
                   else
                     move journal-record to kept-line
                     write kept-line
                     add 1 to kept-count end-add
                   end-if
                 end-if
             end-read
           end-perform
           close change-journal-file
           close archive-file
           close kept-file

           call 'CBL_RENAME_FILE' using
             kept-tmp-path change-journal-path
           end-call
           move archived-count to count-display
           display 'journal-retention: ' function trim(count-display)
             ' entr(ies) archived to ' function trim(archive-path)
             end-display
           move kept-count to count-display
           display 'journal-retention: ' function trim(count-display)
             ' entr(ies) kept, journal base now ' cut-pos end-display.

       build-base-line.
           move spaces to journal-record
           move function current-date to jrn-stamp
           move 'BASE' to jrn-op
           move zero to jrn-expires.

      *----------------------------------------------------------------
      * the quiesce handshake, as backup-data-files makes it - but a
      * cut made live could lose an entry journaled between the
      * read and the rename, so anything short of the hold (or of a
      * listener not up to write) refuses.
      *----------------------------------------------------------------
       quiesce-listener.
           move 'U' to quiesce-outcome
           move zero to quiesce-until
           if config-unix-socket-path is equal to spaces
             display 'journal-retention: no listener socket '
               'configured - writes cannot be held; nothing cut'
               end-display
             exit paragraph
           end-if

           move spaces to quiesce-args
           move 'ON  ' to qa-switch
           move config-master-key to qa-admin-key
           if quiesce-key is not equal to spaces
             move quiesce-key to qa-admin-key
           end-if
           move quiesce-max-secs to qa-hold-seconds
           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference quiesce-command
               by reference quiesce-argc
               by reference quiesce-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
             move 'D' to quiesce-outcome
             exit paragraph
           end-if
           if qr-rcode is not equal to 'ok'
             display 'journal-retention: listener answered '
               qr-rcode ' to quiesce - nothing cut' end-display
             exit paragraph
           end-if
           move 'Q' to quiesce-outcome
           move qr-until to quiesce-until
           call 'C$SLEEP' using settle-seconds end-call
           display 'journal-retention: listener quiesced until '
             quiesce-until end-display.

       release-listener.
           if quiesce-outcome is not equal to 'Q'
             exit paragraph
           end-if
           move spaces to quiesce-args
           move 'OFF ' to qa-switch
           move config-master-key to qa-admin-key
           if quiesce-key is not equal to spaces
             move quiesce-key to qa-admin-key
           end-if
           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference quiesce-command
               by reference quiesce-argc
               by reference quiesce-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
               or qr-rcode is not equal to 'ok'
             display 'journal-retention: quiesce release not '
               'confirmed - the hold lapses at ' quiesce-until
               end-display
           end-if.

       end program journal-retention.
