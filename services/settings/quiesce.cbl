       identification division.
       program-id. quiesce.

      * admin command (master-key gated, like maint-mode) raising and
      * lowering the online backup's quiesce hold - the handshake
      * backup-data-files.cbl makes with the running listener so a
      * generation is taken at one point, not across a stream of
      * writes. 'ON  ' raises it: every mutating command (the
      * maint-mode roster in process-request.cbl), on every worker,
      * answers 'bz' - the retry-shortly answer clients already
      * honor - until 'OFF ' lowers it or it lapses on its own. this
      * worker runs one request at a time, so nothing of its own is
      * in flight once this runs; the other workers see the hold
      * file (quiescerecord.cpy) ahead of their next write. the
      * answer confirms the change-journal position at the hold -
      * the count of journal entries written - for the backup to
      * record. the hold lasts the seconds asked for, never more
      * than QUIESCEMAXSEC (settings.cfg, default 120): a backup
      * that hangs or dies can only ever hold writes that long.
      * 'ON  ' again while held re-raises it from now. the key is
      * the master key - under the operator second factor like any
      * master-key command - or the backup jobs' own QUIESCEKEY
      * (settings.cfg), which opens this command and nothing else:
      * the jobs ask over one connection with no operator to log in,
      * and the worst their key can do is the bounded hold. a hold
      * raised on it is audited with opr=QUIESCEKEY. left open by
      * HELLOREQUIRED, like status.
      * rcodes: ok, na, iv.

       environment division.
       input-output section.
       file-control.
         copy quiescedb.
         copy changejournaldb.

       data division.
       file section.
         copy quiescerecord.
         copy journalrecord.

       working-storage section.
         copy serverconfig.
         copy operatorstate.
         01 quiesce-status picture xx.
         01 audit-cmd-name picture x(11) value 'quiesce    '.
         01 audit-section picture x(40) value spaces.
         01 keys-equal picture 9.
         01 hold-seconds binary-long unsigned.
         01 journal-position picture 9(9).
         01 journal-eof picture 9.
         01 now-stamp picture 9(14).
         01 now-fields redefines now-stamp.
           02 now-date picture 9(8).
           02 now-hh picture 99.
           02 now-mi picture 99.
           02 now-ss picture 99.
         01 until-stamp picture 9(14).
         01 until-fields redefines until-stamp.
           02 until-date picture 9(8).
           02 until-hh picture 99.
           02 until-mi picture 99.
           02 until-ss picture 99.
         01 hold-epoch binary-double unsigned.
         01 hold-day binary-long unsigned.
         01 hold-rest binary-long unsigned.

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 arg-switch picture x(4).
           02 admin-key picture x(80).
      *    seconds to hold for; unsent, blank or over QUIESCEMAXSEC
      *    is QUIESCEMAXSEC.
           02 arg-hold-seconds picture x(4).
           02 filler picture x(925).
         01 result.
           02 rcode picture x(2).
           02 rposition picture 9(9).
           02 runtil picture 9(14).
           02 filler picture x(999).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-quiesce.
           if argc is less than 84
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move function upper-case(arg-switch) to arg-switch
           move arg-switch to audit-section

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
             move zero to keys-equal
           end-if
           if keys-equal is not equal to 1
               and quiesce-key is not equal to spaces
             call 'const-time-eq' using
                 by reference admin-key
                 by reference quiesce-key
               returning keys-equal
             end-call
             if keys-equal is equal to 1
               move 'QUIESCEKEY' to audit-operator-name
             end-if
           end-if
           if keys-equal is not equal to 1
             move 'na' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section, audit-cmd-name, rcode
             end-call
             goback
           end-if

           if arg-switch is not equal to 'ON  '
               and arg-switch is not equal to 'OFF '
             move 'iv' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section, audit-cmd-name, rcode
             end-call
             goback
           end-if

           perform count-journal-entries
           move zero to until-stamp
           if arg-switch is equal to 'ON  '
             perform raise-hold
           else
             call 'CBL_DELETE_FILE' using quiesce-path end-call
           end-if

           move 'ok' to rcode
           move journal-position to rposition
           move until-stamp to runtil
           move 25 to result-length
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call
           goback.

      *----------------------------------------------------------------
      * the lapse time is now plus the hold, carried through a day
      * count so a hold raised just before midnight lapses on the
      * right date.
      *----------------------------------------------------------------
       raise-hold.
           move quiesce-max-secs to hold-seconds
           if argc is not less than 88
               and function trim(arg-hold-seconds) is numeric
             if function numval(arg-hold-seconds) is greater than zero
                 and function numval(arg-hold-seconds)
                   is less than quiesce-max-secs
               move function numval(arg-hold-seconds)
                 to hold-seconds
             end-if
           end-if

           move function current-date(1:14) to now-stamp
           compute hold-epoch =
             function integer-of-date(now-date) * 86400
             + now-hh * 3600 + now-mi * 60 + now-ss + hold-seconds
           end-compute
           divide hold-epoch by 86400 giving hold-day
             remainder hold-rest
           end-divide
           move function date-of-integer(hold-day) to until-date
           divide hold-rest by 3600 giving until-hh
             remainder hold-rest
           end-divide
           divide hold-rest by 60 giving until-mi
             remainder until-ss
           end-divide

           open output quiesce-file
           move spaces to quiesce-line
           move until-stamp to qh-until
           move journal-position to qh-position
           move now-stamp to qh-raised
           write quiesce-line
           close quiesce-file.

      *----------------------------------------------------------------
      * the journal position, counted the way apply-change-journal
      * counts its bookmark: entries in the journal file, one per
      * line, from the BASE a truncated journal opens with.
      *----------------------------------------------------------------
       count-journal-entries.
           move zero to journal-position
           move zero to journal-eof
           open input change-journal-file
           perform
             until journal-eof is equal to 1
             read change-journal-file
               at end
                 move 1 to journal-eof
               not at end
                 if jrn-op is equal to 'BASE'
                     and journal-position is equal to zero
                   move function numval(jrn-value(1:9))
                     to journal-position
                 else
                   add 1 to journal-position end-add
                 end-if
             end-read
           end-perform
           close change-journal-file.

       end program quiesce.
