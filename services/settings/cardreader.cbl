       identification division.
       program-id. card-reader.

      * standalone batch job - runs a file of fix-section card
      * images, the way the ops team still prepares state fixes,
      * instead of one fix-section request (or one deck-library
      * save) per card. every set is sent to the running listener
      * over its Unix-domain socket (wire-submit.cbl - the path
      * drop-inbound takes), so fix-section's own checks and every
      * fence - maintenance, freeze, standby, four-eyes protection,
      * rate limits - judge it exactly as they would a client's.
      * the card file, 80 columns a card, columns 73-80 of every
      * card carrying its sequence number:
      *   header card   col 1 'H', cols 3-42 the section name,
      *                 cols 43-72 the section key's first 30
      *                 characters
      *   key card      col 1 'K', cols 3-52 the key's characters
      *                 31 to 80 - optional, straight after its
      *                 header, for a key longer than 30
      *   state cards   eight of them, columns 1-72 each one line
      *                 of the fix-section card (' ' and '*');
      *                 columns 73-80 of the line go as blanks
      * the whole file is checked before anything is sent: sequence
      * numbers numeric and ascending, every set a header, at most
      * one key card and exactly eight state cards. any failure
      * rejects the file whole - nothing is sent, and the listing
      * shows each card with what was wrong against it. DRYRUN
      * sends every set with fix-section's dry-run flag up, so each
      * is validated and nothing is patched. the listing shows
      * every card (keys masked), each set's rcode with the state
      * it leaves (a dry run: the state as it stands), and totals.
      * should the listener stop answering part way, the sets not
      * yet sent are listed as such - the file is not re-run whole.
      * exits with the number of sets not accepted (refused or not
      * sent; every set when the file is rejected); a set parked
      * for approval ('pa') counts as accepted.
      * usage:
      *   card-reader <card-file> [DRYRUN|LIVE] [listing-path]
      * the listing defaults to <data-dir>/card-reader.lst.

       environment division.
       input-output section.
       file-control.
         select optional card-file assign to card-path
           organization is line sequential
           file status is card-status.

         select listing-file assign to listing-path
           organization is line sequential.

       data division.
       file section.
       fd card-file.
       01 card-image.
         02 ci-type picture x.
         02 filler picture x.
         02 ci-section picture x(40).
         02 ci-key-head picture x(30).
         02 ci-sequence picture x(8).
       01 key-card-image.
         02 filler picture x(2).
         02 kc-key-tail picture x(50).
         02 filler picture x(28).
       01 state-card-image.
         02 sc-pattern picture x(72).
         02 filler picture x(8).

       fd listing-file.
       01 listing-line picture x(132).

       working-storage section.
         copy serverconfig.
       01 port-binary binary-short unsigned.
       01 config-bind-address picture x(64).
       01 config-data-dir picture x(128).
       01 config-backlog binary-char unsigned.
       01 config-pool-size binary-long unsigned.
       01 config-buf-size binary-long unsigned.
       01 config-idle-timeout binary-long unsigned.
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
       01 card-path picture x(255).
       01 listing-path picture x(255).
       01 card-status picture xx.
       01 at-eof picture 9.
       01 dry-run-flag picture x.
         88 dry-run-wanted value '1'.
       01 run-mode-text picture x(24).

      *----------------------------------------------------------------
      * the checking pass. set-phase is where the card just read
      * leaves its set: N no header yet, H header read, K key card
      * read, S state cards being read.
      *----------------------------------------------------------------
       01 card-number binary-long unsigned.
       01 card-sequence picture 9(8).
       01 previous-sequence picture 9(8).
       01 have-previous picture 9.
       01 set-phase picture x.
       01 state-count picture 9.
       01 set-count binary-long unsigned value zero.
       01 file-rejected picture 9 value zero.
       01 error-count binary-long unsigned value zero.
       01 error-table.
         02 error-rows occurs 200 times.
           03 er-card binary-long unsigned.
           03 er-note picture x(40).
       01 error-ind binary-long unsigned.
       01 note-text picture x(40).
       01 note-shown picture 9.

      *----------------------------------------------------------------
      * one set, as fix-section's argv - section, key, the eight
      * newline-led lines, the dry-run byte.
      *----------------------------------------------------------------
       01 fix-args.
         02 fa-section picture x(40).
         02 fa-key picture x(80).
         02 fa-card occurs 8 times.
           03 fa-nl picture x.
           03 fa-line picture x(80).
         02 fa-dry-run picture x.
         02 filler picture x(244).
       01 fix-argc binary-long unsigned value 769.
       01 fix-command picture x(11) value 'fix-section'.
       01 submit-reply.
         02 sr-rcode picture x(2).
         02 sr-state picture x(40).
         02 filler picture x(982).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.
       01 transport-down picture 9 value zero.
       01 shown-state picture x(40).
       01 state-ind binary-long unsigned.
       01 result-label picture x(20).

       01 list-card.
         02 lc-image picture x(80).
         02 lc-header redefines lc-image.
           03 filler picture x(42).
           03 lc-key-head picture x(30).
           03 filler picture x(8).
         02 lc-key-card redefines lc-image.
           03 filler picture x(2).
           03 lc-key-tail picture x(50).
           03 filler picture x(28).
       01 card-edit picture z(4)9.

       01 sets-accepted binary-long unsigned value zero.
       01 sets-parked binary-long unsigned value zero.
       01 sets-refused binary-long unsigned value zero.
       01 sets-not-sent binary-long unsigned value zero.
       01 count-edit picture zzz,zz9.

       procedure division.
       start-card-reader.
           move spaces to card-path
           move spaces to arg-mode
           move spaces to listing-path
           accept card-path from argument-value
           accept arg-mode from argument-value
           accept listing-path from argument-value
           move function upper-case(arg-mode) to arg-mode
           if card-path is equal to spaces
               or (arg-mode is not equal to spaces
                 and arg-mode is not equal to 'DRYRUN'
                 and arg-mode is not equal to 'LIVE')
             display 'card-reader: usage: card-reader <card-file> '
               '[DRYRUN|LIVE] [listing-path]' end-display
             move 1 to return-code
             goback
           end-if
           move space to dry-run-flag
           move 'LIVE' to run-mode-text
           if arg-mode is equal to 'DRYRUN'
             move '1' to dry-run-flag
             move 'DRY RUN, nothing patched' to run-mode-text
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
             by reference admin-master-key
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
           if listing-path is equal to spaces
             string function trim(data-dir-path) delimited by size
                 '/card-reader.lst' delimited by size
               into listing-path
             end-string
           end-if
           if config-unix-socket-path is equal to spaces
             display 'card-reader: UNIXSOCKPATH not configured - '
               'nothing to submit to' end-display
             move 1 to return-code
             goback
           end-if

           open input card-file
           if card-status is not equal to '00'
             display 'card-reader: no card file at '
               function trim(card-path) end-display
             move 1 to return-code
             goback
           end-if
           perform check-card-file
           close card-file

           open output listing-file
           move spaces to listing-line
           string 'card-reader listing of ' delimited by size
               function trim(card-path) delimited by size
               ' on ' delimited by size
               function current-date(1:8) delimited by size
               ' - ' delimited by size
               function trim(run-mode-text) delimited by size
             into listing-line
           end-string
           write listing-line
           move spaces to listing-line
           write listing-line

           open input card-file
           perform list-and-run-cards
           close card-file

           perform write-totals
           close listing-file

           if file-rejected is equal to 1
             display 'card-reader: FILE REJECTED - ' error-count
               ' fault(s), nothing sent - '
               function trim(listing-path) end-display
             move set-count to return-code
             if set-count is equal to zero
               move 1 to return-code
             end-if
             goback
           end-if
           display 'card-reader: ' set-count ' set(s), '
             sets-accepted ' accepted, ' sets-parked ' parked, '
             sets-refused ' refused, ' sets-not-sent ' not sent - '
             function trim(listing-path) end-display
           compute return-code = sets-refused + sets-not-sent
           end-compute
           goback.

      *----------------------------------------------------------------
      * the first pass - nothing sent. every fault is noted against
      * the card it was found on, for the listing to show.
      *----------------------------------------------------------------
       check-card-file.
           move zero to card-number
           move zero to have-previous
           move zero to previous-sequence
           move 'N' to set-phase
           move zero to state-count
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read card-file
               at end
                 move 1 to at-eof
               not at end
                 perform check-one-card
             end-read
           end-perform
           if card-number is equal to zero
             move 1 to file-rejected
             add 1 to error-count end-add
             display 'card-reader: the card file is empty'
               end-display
           end-if
           if set-phase is not equal to 'N'
               and state-count is less than 8
             move 'file ends before eight state cards' to note-text
             perform note-card-fault
           end-if.

       check-one-card.
           add 1 to card-number end-add
           if ci-sequence is not numeric
             move 'sequence number not numeric' to note-text
             perform note-card-fault
           else
             move ci-sequence to card-sequence
             if have-previous is equal to 1
                 and card-sequence is not greater than
                   previous-sequence
               move spaces to note-text
               string 'out of sequence after ' delimited by size
                   previous-sequence delimited by size
                 into note-text
               end-string
               perform note-card-fault
             end-if
             move card-sequence to previous-sequence
             move 1 to have-previous
           end-if

           evaluate true
             when ci-type is equal to 'H'
               if set-phase is not equal to 'N'
                   and state-count is less than 8
                 move 'set before has under eight state cards'
                   to note-text
                 perform note-card-fault
               end-if
               add 1 to set-count end-add
               move 'H' to set-phase
               move zero to state-count
               if ci-section is equal to spaces
                 move 'header names no section' to note-text
                 perform note-card-fault
               end-if
               if ci-key-head is equal to spaces
                 move 'header carries no key' to note-text
                 perform note-card-fault
               end-if
             when ci-type is equal to 'K'
               if set-phase is not equal to 'H'
                 move 'key card not straight after a header'
                   to note-text
                 perform note-card-fault
               else
                 move 'K' to set-phase
               end-if
             when set-phase is equal to 'N'
               move 'state card before any header' to note-text
               perform note-card-fault
             when state-count is equal to 8
               move 'more than eight state cards' to note-text
               perform note-card-fault
             when other
               add 1 to state-count end-add
               move 'S' to set-phase
           end-evaluate.

       note-card-fault.
           move 1 to file-rejected
           add 1 to error-count end-add
           if error-count is not greater than 200
             move card-number to er-card(error-count)
             move note-text to er-note(error-count)
           end-if.

      *----------------------------------------------------------------
      * the second pass - every card listed; on a file that checked
      * clean, each set sent as its eighth state card is read.
      *----------------------------------------------------------------
       list-and-run-cards.
           move zero to card-number
           move zero to state-count
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read card-file
               at end
                 move 1 to at-eof
               not at end
                 perform list-and-run-one-card
             end-read
           end-perform.

       list-and-run-one-card.
           add 1 to card-number end-add
           perform list-one-card
           if file-rejected is equal to 1
             exit paragraph
           end-if

           evaluate ci-type
             when 'H'
               move spaces to fix-args
               move function upper-case(ci-section) to fa-section
               move ci-key-head to fa-key(1:30)
               move zero to state-count
             when 'K'
               move kc-key-tail to fa-key(31:50)
             when other
               add 1 to state-count end-add
               move x'0a' to fa-nl(state-count)
               move sc-pattern to fa-line(state-count)(1:72)
               if state-count is equal to 8
                 perform submit-one-set
               end-if
           end-evaluate.

      *----------------------------------------------------------------
      * the card as read, a key masked wherever it is punched, with
      * the first fault noted against it alongside; any further
      * faults on the same card follow on lines of their own.
      *----------------------------------------------------------------
       list-one-card.
           move card-image to lc-image
           if ci-type is equal to 'H'
               and lc-key-head is not equal to spaces
             move all '*' to lc-key-head
           end-if
           if ci-type is equal to 'K'
               and lc-key-tail is not equal to spaces
             move all '*' to lc-key-tail
           end-if
           move card-number to card-edit
           move spaces to listing-line
           move card-edit to listing-line(1:5)
           move lc-image to listing-line(8:80)
           move zero to note-shown
           perform
             varying error-ind from 1 by 1
               until error-ind is greater than error-count
                 or error-ind is greater than 200
             if er-card(error-ind) is equal to card-number
               if note-shown is equal to zero
                 move er-note(error-ind) to listing-line(90:40)
                 write listing-line
                 move 1 to note-shown
               else
                 move spaces to listing-line
                 move er-note(error-ind) to listing-line(90:40)
                 write listing-line
               end-if
             end-if
           end-perform
           if note-shown is equal to zero
             write listing-line
           end-if.

       submit-one-set.
           move spaces to listing-line
           if transport-down is equal to 1
             add 1 to sets-not-sent end-add
             string '      => ' delimited by size
                 function trim(fa-section) delimited by size
                 ' NOT SENT - the listener stopped answering'
                   delimited by size
               into listing-line
             end-string
             write listing-line
             move spaces to listing-line
             write listing-line
             exit paragraph
           end-if

           move dry-run-flag to fa-dry-run
           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference fix-command
               by reference fix-argc
               by reference fix-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           move spaces to fa-key
           if submit-ok is not equal to 1
             move 1 to transport-down
             add 1 to sets-not-sent end-add
             string '      => ' delimited by size
                 function trim(fa-section) delimited by size
                 ' NO ANSWER - whether it ran is not known'
                   delimited by size
               into listing-line
             end-string
             write listing-line
             move spaces to listing-line
             write listing-line
             exit paragraph
           end-if

           if submit-reply-length is less than 42
             move spaces to sr-state
           end-if
           evaluate sr-rcode
             when 'ok'
             when 'kw'
               add 1 to sets-accepted end-add
               if dry-run-wanted
                 move 'state (unchanged)' to result-label
               else
                 move 'state now' to result-label
               end-if
             when 'pa'
               add 1 to sets-parked end-add
               move 'parked for approval' to result-label
             when other
               add 1 to sets-refused end-add
               move 'refused' to result-label
           end-evaluate

      *    a patched state can hold any byte at all - shown with
      *    the unprintable ones as '.'.
           move sr-state to shown-state
           perform
             varying state-ind from 1 by 1
               until state-ind is greater than 40
             if shown-state(state-ind:1) is less than space
                 or shown-state(state-ind:1) is greater than '~'
               move '.' to shown-state(state-ind:1)
             end-if
           end-perform

           string '      => ' delimited by size
               function trim(fa-section) delimited by size
               ' rcode ' delimited by size
               sr-rcode delimited by size
               ' ' delimited by size
               function trim(result-label) delimited by size
               ': ' delimited by size
               shown-state delimited by size
             into listing-line
           end-string
           write listing-line
           move spaces to listing-line
           write listing-line.

       write-totals.
           move spaces to listing-line
           write listing-line
           if file-rejected is equal to 1
             move spaces to listing-line
             move error-count to count-edit
             string 'FILE REJECTED - ' delimited by size
                 function trim(count-edit) delimited by size
                 ' fault(s) found, no set sent' delimited by size
               into listing-line
             end-string
             write listing-line
             if error-count is greater than 200
               move spaces to listing-line
               move 'only the first 200 faults are noted above'
                 to listing-line
               write listing-line
             end-if
           end-if
           move card-number to count-edit
           move spaces to listing-line
           string 'cards read         ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line
           move set-count to count-edit
           move spaces to listing-line
           string 'sets               ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line
           if file-rejected is equal to 1
             exit paragraph
           end-if
           move sets-accepted to count-edit
           move spaces to listing-line
           string 'sets accepted      ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line
           move sets-parked to count-edit
           move spaces to listing-line
           string 'sets parked        ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line
           move sets-refused to count-edit
           move spaces to listing-line
           string 'sets refused       ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line
           move sets-not-sent to count-edit
           move spaces to listing-line
           string 'sets not sent      ' delimited by size
               count-edit delimited by size
             into listing-line
           end-string
           write listing-line.

       end program card-reader.
