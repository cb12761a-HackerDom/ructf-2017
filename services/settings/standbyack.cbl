       identification division.
       program-id. standby-ack.

      * the standby register on the primary (standbyregrecord.cpy):
      * which standbys the change-journal is being kept for, and
      * how far each says it has applied it - the figure
      * journal-retention.cbl needs before it may archive anything.
      * actions:
      *   'REG ' (master key) register a standby by name, or issue
      *          a registered one a fresh ack token, which is
      *          answered once and goes into that standby's
      *          settings.cfg as STANDBYTOKEN (STANDBYNAME the
      *          name). a standby new to the register holds the
      *          journal whole until it first reports
      *   'ACK ' (the standby's ack token) file the absolute
      *          journal position the standby has applied through -
      *          sent by apply-change-journal.cbl on the standby as
      *          a command file for drop-inbound.cbl on this box,
      *          since a standby holds no socket to its primary. the
      *          position is filed as reported even when it is lower
      *          than the last: a standby re-seeded or restored has
      *          gone back, and the register must say so
      *   'DEL ' (master key) take a standby off the register - one
      *          retired, or dead and holding the journal back
      *   'SHOW' (master key) change nothing
      * answers: REG the token (80); ACK and SHOW the position on
      * file (9), when it was filed (14), the registration date (8)
      * and the number of reports taken (9).
      * rcodes: ok, na, iv (no standby name, an unknown action, an
      * ACK without a numeric position), nf (ACK, DEL or SHOW of a
      * standby not registered), fl.

       environment division.
       input-output section.
       file-control.
         copy standbyregdb.

       data division.
       file section.
         copy standbyregrecord.

       working-storage section.
         copy serverconfig.
         copy auditnote.
         copy operatorstate.
         01 audit-cmd-name picture x(11) value 'standby-ack'.
         01 audit-section picture x(40).
         01 keys-equal picture 9.
         01 had-record picture 9.
         01 new-token picture x(80).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 arg-standby picture x(16).
      *    the admin master key - or, for ACK, the standby's token.
           02 arg-credential picture x(80).
           02 arg-action picture x(4).
             88 reg-requested value 'REG '.
             88 ack-requested value 'ACK '.
             88 del-requested value 'DEL '.
             88 show-requested values 'SHOW' '    '.
      *    ACK only - the absolute position applied through.
           02 arg-position picture x(9).
           02 filler picture x(904).
         01 result.
           02 rcode picture x(2).
           02 r-detail picture x(80).
           02 r-standing redefines r-detail.
             03 r-acked-pos picture 9(9).
             03 r-acked-at picture 9(14).
             03 r-registered-on picture 9(8).
             03 r-ack-count picture 9(9).
             03 filler picture x(40).
           02 filler picture x(942).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-standby-ack.
           if argc is less than 100
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 109
             move spaces to arg-position
           end-if

           move function upper-case(arg-standby) to arg-standby
           move function upper-case(arg-action) to arg-action
           move spaces to audit-section
           move arg-standby to audit-section

           if arg-standby is equal to spaces
               or (not reg-requested and not ack-requested
                 and not del-requested and not show-requested)
             move 'iv' to rcode
             perform finish-short
           end-if

      *----------------------------------------------------------------
      * everything but ACK is the operator's, on the master key.
      *----------------------------------------------------------------
           if not ack-requested
             call 'const-time-eq' using
                 by reference arg-credential
                 by reference admin-master-key
               returning keys-equal
             end-call
             if admin-master-key is equal to spaces
                 or keys-equal is not equal to 1
               move 'na' to rcode
               perform finish-short
             end-if
           end-if

           move arg-standby to sr-standby
           read standbys-db record
             invalid key
               if not reg-requested
                 move 'nf' to rcode
                 perform finish-short
               end-if
               move zero to had-record
             not invalid key
               move 1 to had-record
           end-read

           evaluate true
             when reg-requested
               perform register-standby
               move 'ok' to rcode
               move new-token to r-detail
               move spaces to new-token
               move 82 to result-length
             when ack-requested
               perform take-acknowledgement
               perform answer-standing
             when del-requested
               delete standbys-db record
                 invalid key
                   move 'fl' to rcode
                   perform finish-short
               end-delete
               move 'ok' to rcode
               move 2 to result-length
             when other
               perform answer-standing
           end-evaluate

           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * a fresh token every time - re-registering is how a token
      * that has leaked is replaced. what the standby has reported
      * stays.
      *----------------------------------------------------------------
       register-standby.
           call 'random-string' using
             by reference new-token
             by content 80
           end-call
           if had-record is equal to zero
             move spaces to standby-record
             move arg-standby to sr-standby
             move zero to sr-acked-pos
             move zero to sr-acked-at
             move zero to sr-ack-count
           end-if
           move new-token to sr-ack-token
           move function current-date(1:8) to sr-registered-on
           move audit-operator-name to sr-registered-by
           if sr-registered-by is equal to spaces
             move 'master-key' to sr-registered-by
           end-if
           if had-record is equal to 1
             rewrite standby-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-rewrite
           else
             write standby-record
               invalid key
                 move 'fl' to rcode
                 perform finish-short
             end-write
           end-if
           unlock standbys-db
           move spaces to audit-note
           if had-record is equal to 1
             move 'ack token re-issued' to audit-note
           else
             move 'standby registered' to audit-note
           end-if.

       take-acknowledgement.
           call 'const-time-eq' using
               by reference arg-credential
               by reference sr-ack-token
             returning keys-equal
           end-call
           if sr-ack-token is equal to spaces
               or keys-equal is not equal to 1
             unlock standbys-db
             move 'na' to rcode
             perform finish-short
           end-if
           if function trim(arg-position) is not numeric
             unlock standbys-db
             move 'iv' to rcode
             perform finish-short
           end-if
           move function numval(arg-position) to sr-acked-pos
           move function current-date(1:14) to sr-acked-at
           add 1 to sr-ack-count end-add
           rewrite standby-record
             invalid key
               move 'fl' to rcode
               perform finish-short
           end-rewrite
           unlock standbys-db
           move spaces to audit-note
           string 'applied through ' delimited by size
               sr-acked-pos delimited by size
             into audit-note
           end-string.

       answer-standing.
           move 'ok' to rcode
           move spaces to r-detail
           move sr-acked-pos to r-acked-pos
           move sr-acked-at to r-acked-at
           move sr-registered-on to r-registered-on
           move sr-ack-count to r-ack-count
           move 42 to result-length.

       end program standby-ack.
