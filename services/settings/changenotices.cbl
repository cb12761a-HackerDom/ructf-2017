       identification division.
       program-id. change-notices.

      * standalone batch job - the nightly change-impact notices to
      * the teams that READ a section, who otherwise learn of its
      * changes when something of theirs breaks. takes the day's
      * changes from two places:
      *   - audit.log: every value-changing command that landed
      *     (rcode ok, kw or dp) - when, which command, who (the
      *     key-owners registry's owner of the key it came in on,
      *     'master key' for an admin command, plus the operator
      *     when one was logged in) and the ticket and reason it
      *     was made under
      *   - setting-history.dat: each param whose value was
      *     displaced that day, with the ticket of the change
      * and, per section changed, looks up its readers in the
      * consumer registry (consumerrecord.cpy - build it first with
      * consumer-registry.cbl). every consuming team gets one
      * notice listing what changed in the sections it reads:
      *   <dropdir>/change-notice-<YYYYMMDD>-<team>.txt
      * written as .tmp and renamed into place (render-config's
      * rule), the team folded to lower case with anything but a
      * letter or digit made '-'. the section's own owning team -
      * chargeback.cbl's ladder - gets none; it made the change or
      * was told. values are never carried, only param names. one
      * summary line goes on the alert bus (class CHANGENOTICE).
      * the day defaults to yesterday. exit code 0 done (notices
      * or none), 1 refused.
      * usage:
      *   change-notices [YYYYMMDD]

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settinghistorydb.
         copy dictionarydb.
         copy keyownerdb.
         copy consumerdb.

         select optional audit-file assign to external
             audit-log-path
           organization is line sequential
           file status is audit-status-1.

         select notice-file assign to notice-tmp-path
           organization is line sequential
           file status is notice-status.

       data division.
       file section.
         copy sectionrecord.
         copy settinghistoryrecord.
         copy dictionaryrecord.
         copy keyownerrecord.
         copy consumerrecord.

       fd audit-file.
       01 audit-line picture x(340).

       fd notice-file.
       01 notice-line picture x(200).

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
       01 audit-status-1 picture xx.
       01 notice-status picture xx.
       01 arg-date picture x(8).
       01 notice-date picture 9(8).
       01 prior-int binary-long.
       01 walk-done picture 9.
       01 probe-key picture x(80).
       01 tag-at binary-long unsigned.
       01 scan-ptr binary-long unsigned.
       01 line-command picture x(11).
       01 line-section picture x(40).
       01 line-rcode picture x(2).
       01 line-fingerprint picture x(15).
       01 line-operator picture x(16).
       01 cur-section picture x(40).
       01 cur-team picture x(40).
       01 ind binary-long unsigned.
       01 sect-ind binary-long unsigned.
       01 team-ind binary-long unsigned.
       01 pair-ind binary-long unsigned.
       01 found-ind binary-long unsigned.
       01 notice-path picture x(255).
       01 notice-tmp-path picture x(255).
       01 team-slug picture x(40).
       01 notices-written binary-long unsigned value zero.
       01 truncated-flag picture 9 value zero.
       01 slug-length binary-long unsigned.
       01 sections-display picture z(4)9.
       01 notices-display picture z(4)9.
       01 keys-display picture z(3)9.
       01 alert-class picture x(16) value 'CHANGENOTICE'.
       01 alert-text picture x(96).
       77 change-limit binary-long unsigned value 2000.
       77 section-limit binary-long unsigned value 500.
       77 team-limit binary-long unsigned value 200.
       77 pair-limit binary-long unsigned value 2000.

      *----------------------------------------------------------------
      * value-changing commands - the ones a reader of the section
      * can see the effect of. key and access commands are not
      * here: they change who may read, not what is read.
      *----------------------------------------------------------------
       01 change-command-list.
         02 filler picture x(11) value 'set-param  '.
         02 filler picture x(11) value 'fix-section'.
         02 filler picture x(11) value 'del-section'.
         02 filler picture x(11) value 'clone-sect '.
         02 filler picture x(11) value 'txn-update '.
         02 filler picture x(11) value 'roll-param '.
         02 filler picture x(11) value 'roll-state '.
         02 filler picture x(11) value 'incr-param '.
         02 filler picture x(11) value 'archive-sec'.
         02 filler picture x(11) value 'restore-sec'.
         02 filler picture x(11) value 'purge-sect '.
         02 filler picture x(11) value 'approve-chg'.
         02 filler picture x(11) value 'changeset  '.
         02 filler picture x(11) value 'rollout    '.
         02 filler picture x(11) value 'set-overlay'.
         02 filler picture x(11) value 'define-calc'.
         02 filler picture x(11) value 'rename-parm'.
         02 filler picture x(11) value 'window-parm'.
         02 filler picture x(11) value 'release    '.
       01 change-commands redefines change-command-list.
         02 change-command picture x(11) occurs 19 times.

      *----------------------------------------------------------------
      * the day's landed changes off audit.log, in time order.
      *----------------------------------------------------------------
       01 change-count binary-long unsigned value zero.
       01 change-rows.
         02 change-row occurs 2000 times.
           03 ch-section picture x(40).
           03 ch-time picture x(8).
           03 ch-command picture x(11).
           03 ch-who picture x(40).
           03 ch-operator picture x(16).
           03 ch-ticket picture x(16).
           03 ch-reason picture x(40).

      *----------------------------------------------------------------
      * the day's displaced values off setting-history.dat.
      *----------------------------------------------------------------
       01 param-count binary-long unsigned value zero.
       01 param-rows.
         02 param-row occurs 2000 times.
           03 pc-section picture x(40).
           03 pc-param picture x(40).
           03 pc-ticket picture x(16).
           03 pc-reason picture x(40).

      *----------------------------------------------------------------
      * sections changed, the teams reading them, and which team
      * reads which section through how many keys.
      *----------------------------------------------------------------
       01 section-count binary-long unsigned value zero.
       01 section-rows.
         02 section-row occurs 500 times.
           03 cs-section picture x(40).
           03 cs-owner-team picture x(40).
       01 team-count binary-long unsigned value zero.
       01 team-rows.
         02 team-row occurs 200 times.
           03 tm-team picture x(40).
           03 tm-contact picture x(40).
       01 pair-count binary-long unsigned value zero.
       01 pair-rows.
         02 pair-row occurs 2000 times.
           03 pr-team-ind binary-long unsigned.
           03 pr-section-ind binary-long unsigned.
           03 pr-keys binary-long unsigned.

       procedure division.
       start-change-notices.
           move spaces to arg-date
           accept arg-date from argument-value
           if arg-date is equal to spaces
             compute prior-int = function integer-of-date(
               function numval(function current-date(1:8))) - 1
             end-compute
             move function date-of-integer(prior-int) to notice-date
           else
             if arg-date is not numeric
               display 'change-notices: usage: '
                 'change-notices [YYYYMMDD]' end-display
               move 1 to return-code
               goback
             end-if
             move arg-date to notice-date
           end-if

           call 'load-data-paths' end-call
           if drop-dir-path is equal to spaces
             display 'change-notices: no DROPDIR configured'
               end-display
             move 1 to return-code
             goback
           end-if

           open input sections-db
           open input setting-history-db
           open input dictionary-db
           open input key-owners-db
           open input consumers-db

           perform gather-audit-changes
           perform gather-history-changes
           perform
             varying sect-ind from 1 by 1
               until sect-ind is greater than section-count
             perform find-section-readers
           end-perform

           close sections-db
           close setting-history-db
           close dictionary-db
           close key-owners-db
           close consumers-db

           perform
             varying team-ind from 1 by 1
               until team-ind is greater than team-count
             perform write-team-notice
           end-perform

           if truncated-flag is equal to 1
             display 'change-notices: more changes than the tables '
               'hold - the notices are incomplete' end-display
           end-if
           move section-count to sections-display
           move notices-written to notices-display
           move spaces to alert-text
           string notice-date delimited by size
               ': ' delimited by size
               function trim(sections-display) delimited by size
               ' section(s) changed, ' delimited by size
               function trim(notices-display) delimited by size
               ' team notice(s) in DROPDIR' delimited by size
             into alert-text
           end-string
           if section-count is greater than zero
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-text
             end-call
           end-if
           display 'change-notices: ' function trim(alert-text)
             end-display
           goback.

      *----------------------------------------------------------------
      * the line as audit-log lays it down: timestamp(21) sp
      * command(11) sp section sp rcode, then the optional tags -
      * ticket-report.cbl's reading of it.
      *----------------------------------------------------------------
       gather-audit-changes.
           open input audit-file
           if audit-status-1 is not equal to '00'
               and audit-status-1 is not equal to '05'
             exit paragraph
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
             read audit-file
               at end
                 move 1 to walk-done
               not at end
                 if audit-line(1:8) is equal to notice-date
                   perform consider-audit-line
                 end-if
             end-read
           end-perform
           close audit-file.

       consider-audit-line.
           move audit-line(23:11) to line-command
           move zero to found-ind
           perform
             varying ind from 1 by 1
               until ind is greater than 19
             if change-command(ind) is equal to line-command
               move ind to found-ind
             end-if
           end-perform
           if found-ind is equal to zero
             exit paragraph
           end-if
           if audit-line(35:1) is equal to space
             exit paragraph
           end-if
           move spaces to line-section
           move 35 to scan-ptr
           unstring audit-line delimited by space
             into line-section
             with pointer scan-ptr
           end-unstring
           move audit-line(scan-ptr:2) to line-rcode
           if line-rcode is not equal to 'ok'
               and line-rcode is not equal to 'kw'
               and line-rcode is not equal to 'dp'
               and line-rcode is not equal to 'sw'
             exit paragraph
           end-if
           if change-count is not less than change-limit
             move 1 to truncated-flag
             exit paragraph
           end-if

           add 1 to change-count end-add
           move line-section to ch-section(change-count)
           string audit-line(9:2) ':' audit-line(11:2) ':'
               audit-line(13:2) delimited by size
             into ch-time(change-count)
           end-string
           move line-command to ch-command(change-count)
           move spaces to ch-ticket(change-count)
           move spaces to ch-reason(change-count)
           move spaces to ch-operator(change-count)

           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' tkt='
           if tag-at is less than 250
             unstring audit-line(tag-at + 6:) delimited by space
               into ch-ticket(change-count)
             end-unstring
           end-if
           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' why="'
           if tag-at is less than 250
             unstring audit-line(tag-at + 7:) delimited by '"'
               into ch-reason(change-count)
             end-unstring
           end-if
           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' opr='
           if tag-at is less than 250
             unstring audit-line(tag-at + 6:) delimited by space
               into ch-operator(change-count)
             end-unstring
           end-if

           move spaces to line-fingerprint
           move zero to tag-at
           inspect audit-line tallying tag-at
             for characters before initial ' kfp='
           if tag-at is less than 240
             move audit-line(tag-at + 6:15) to line-fingerprint
           end-if
           perform name-who-changed

           move line-section to cur-section
           perform note-changed-section.

      *----------------------------------------------------------------
      * who: the registered owner of the key the change came in on,
      * else the bare fingerprint; no key at all means an admin
      * command under the master key.
      *----------------------------------------------------------------
       name-who-changed.
           if line-fingerprint is not numeric
             move 'master key' to ch-who(change-count)
             exit paragraph
           end-if
           move spaces to ch-who(change-count)
           string 'key ' line-fingerprint delimited by size
             into ch-who(change-count)
           end-string
           move line-fingerprint to ko-fingerprint
           move line-section to ko-section
           read key-owners-db record
             invalid key
               continue
             not invalid key
               if ko-owner is not equal to spaces
                 move ko-owner to ch-who(change-count)
               end-if
           end-read.

      *----------------------------------------------------------------
      * setting-history has no date key - the whole file is read,
      * which a nightly run can afford.
      *----------------------------------------------------------------
       gather-history-changes.
           move low-values to history-key
           move zero to walk-done
           start setting-history-db
             key is greater than history-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read setting-history-db next record
               at end
                 move 1 to walk-done
               not at end
                 if hist-changed-on is equal to notice-date
                   perform take-history-record
                 end-if
             end-read
           end-perform.

       take-history-record.
           if param-count is not less than change-limit
             move 1 to truncated-flag
             exit paragraph
           end-if
           add 1 to param-count end-add
           move hist-section-name to pc-section(param-count)
           move hist-param-name to pc-param(param-count)
           move hist-ticket to pc-ticket(param-count)
           move hist-reason to pc-reason(param-count)
           move hist-section-name to cur-section
           perform note-changed-section.

       note-changed-section.
           perform
             varying sect-ind from 1 by 1
               until sect-ind is greater than section-count
             if cs-section(sect-ind) is equal to cur-section
               exit paragraph
             end-if
           end-perform
           if section-count is not less than section-limit
             move 1 to truncated-flag
             exit paragraph
           end-if
           add 1 to section-count end-add
           move cur-section to cs-section(section-count)
           move spaces to cs-owner-team(section-count).

      *----------------------------------------------------------------
      * the changed section's readers in the consumer registry,
      * pooled by team; the section's own team is passed over.
      *----------------------------------------------------------------
       find-section-readers.
           move cs-section(sect-ind) to cur-section
           perform resolve-owning-team
           move cur-team to cs-owner-team(sect-ind)

           move cur-section to cons-section
           move zero to cons-fingerprint
           move zero to walk-done
           start consumers-db
             key is not less than consumer-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read consumers-db next record
               at end
                 move 1 to walk-done
               not at end
                 if cons-section is not equal to cur-section
                   move 1 to walk-done
                 else
                   if cons-team is not equal to cs-owner-team(sect-ind)
                     perform note-reading-team
                   end-if
                 end-if
             end-read
           end-perform.

       note-reading-team.
           move zero to found-ind
           perform
             varying team-ind from 1 by 1
               until team-ind is greater than team-count
             if tm-team(team-ind) is equal to cons-team
               move team-ind to found-ind
               exit perform
             end-if
           end-perform
           if found-ind is equal to zero
             if team-count is not less than team-limit
               move 1 to truncated-flag
               exit paragraph
             end-if
             add 1 to team-count end-add
             move team-count to found-ind
             move cons-team to tm-team(found-ind)
             move cons-contact to tm-contact(found-ind)
           end-if
           if tm-contact(found-ind) is equal to spaces
             move cons-contact to tm-contact(found-ind)
           end-if

           perform
             varying pair-ind from 1 by 1
               until pair-ind is greater than pair-count
             if pr-team-ind(pair-ind) is equal to found-ind
                 and pr-section-ind(pair-ind) is equal to sect-ind
               add 1 to pr-keys(pair-ind) end-add
               exit paragraph
             end-if
           end-perform
           if pair-count is not less than pair-limit
             move 1 to truncated-flag
             exit paragraph
           end-if
           add 1 to pair-count end-add
           move found-ind to pr-team-ind(pair-count)
           move sect-ind to pr-section-ind(pair-count)
           move 1 to pr-keys(pair-count).

      *----------------------------------------------------------------
      * the owning team, chargeback.cbl's ladder: the dictionary's
      * owning team on the section's first described param, else
      * the key-owners registry's owner for slot 1, else UNASSIGNED.
      *----------------------------------------------------------------
       resolve-owning-team.
           move 'UNASSIGNED' to cur-team
           move cur-section to name
           read sections-db record
             invalid key
               move spaces to probe-key
             not invalid key
               move api-key(1) to probe-key
           end-read
           move cur-section to dict-section
           move low-values to dict-param
           start dictionary-db
             key is greater than dictionary-key
             invalid key
               continue
             not invalid key
               read dictionary-db next record
                 at end
                   continue
                 not at end
                   if dict-section is equal to cur-section
                       and dict-owner-team is not equal to spaces
                     move dict-owner-team to cur-team
                   end-if
               end-read
           end-start
           if cur-team is not equal to 'UNASSIGNED'
               or probe-key is equal to spaces
             exit paragraph
           end-if
           call 'hash-api-key' using
             by reference probe-key
             by reference ko-fingerprint
           end-call
           move cur-section to ko-section
           read key-owners-db record
             invalid key
               continue
             not invalid key
               if ko-owner is not equal to spaces
                 move ko-owner to cur-team
               end-if
           end-read.

      *----------------------------------------------------------------
      * one team's notice: a heading, then for each section it reads
      * that changed, the change lines and the params displaced.
      *----------------------------------------------------------------
       write-team-notice.
           perform build-notice-paths
           open output notice-file
           if notice-status is not equal to '00'
             display 'change-notices: cannot write '
               function trim(notice-tmp-path) ' (status '
               notice-status ')' end-display
             exit paragraph
           end-if

           move spaces to notice-line
           string 'change notice ' notice-date delimited by size
               ' for ' delimited by size
               function trim(tm-team(team-ind)) delimited by size
             into notice-line
           end-string
           write notice-line end-write
           if tm-contact(team-ind) is not equal to spaces
             move spaces to notice-line
             string 'contact: ' delimited by size
                 function trim(tm-contact(team-ind)) delimited by size
               into notice-line
             end-string
             write notice-line end-write
           end-if
           move spaces to notice-line
           string 'sections you read that changed - values are '
               'not carried here; read them through get-section'
               delimited by size
             into notice-line
           end-string
           write notice-line end-write

           perform
             varying pair-ind from 1 by 1
               until pair-ind is greater than pair-count
             if pr-team-ind(pair-ind) is equal to team-ind
               perform write-section-block
             end-if
           end-perform
           close notice-file

           call 'CBL_RENAME_FILE' using
             notice-tmp-path notice-path
           end-call
           add 1 to notices-written end-add
           display 'change-notices: ' function trim(notice-path)
             end-display.

       build-notice-paths.
           move function lower-case(tm-team(team-ind)) to team-slug
           move function length(function trim(team-slug))
             to slug-length
           perform
             varying ind from 1 by 1
               until ind is greater than slug-length
             if team-slug(ind:1) is not numeric
                 and (team-slug(ind:1) is less than 'a'
                   or team-slug(ind:1) is greater than 'z')
               move '-' to team-slug(ind:1)
             end-if
           end-perform
           move spaces to notice-path
           string function trim(drop-dir-path) delimited by size
               '/change-notice-' delimited by size
               notice-date delimited by size
               '-' delimited by size
               function trim(team-slug) delimited by size
               '.txt' delimited by size
             into notice-path
           end-string
           move spaces to notice-tmp-path
           string function trim(notice-path) delimited by size
               '.tmp' delimited by size
             into notice-tmp-path
           end-string.

       write-section-block.
           move pr-section-ind(pair-ind) to sect-ind
           move pr-keys(pair-ind) to keys-display
           move spaces to notice-line
           string 'section ' delimited by size
               function trim(cs-section(sect-ind)) delimited by size
               ' (read by ' delimited by size
               function trim(keys-display) delimited by size
               ' of your key(s); owned by ' delimited by size
               function trim(cs-owner-team(sect-ind))
                 delimited by size
               ')' delimited by size
             into notice-line
           end-string
           write notice-line end-write
           perform
             varying ind from 1 by 1
               until ind is greater than change-count
             if ch-section(ind) is equal to cs-section(sect-ind)
               perform write-change-line
             end-if
           end-perform
           perform
             varying ind from 1 by 1
               until ind is greater than param-count
             if pc-section(ind) is equal to cs-section(sect-ind)
               perform write-param-line
             end-if
           end-perform.

       write-change-line.
           move spaces to notice-line
           move 1 to scan-ptr
           string '  ' ch-time(ind) ' ' ch-command(ind)
               ' by ' delimited by size
               function trim(ch-who(ind)) delimited by size
             into notice-line
             with pointer scan-ptr
           end-string
           if ch-operator(ind) is not equal to spaces
             string ' (operator ' delimited by size
                 function trim(ch-operator(ind)) delimited by size
                 ')' delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           end-if
           if ch-ticket(ind) is equal to spaces
             string ' - no ticket' delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           else
             string ' tkt=' delimited by size
                 function trim(ch-ticket(ind)) delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           end-if
           if ch-reason(ind) is not equal to spaces
             string ' "' delimited by size
                 function trim(ch-reason(ind)) delimited by size
                 '"' delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           end-if
           write notice-line end-write.

       write-param-line.
           move spaces to notice-line
           move 1 to scan-ptr
           string '  param ' delimited by size
               function trim(pc-param(ind)) delimited by size
               ' changed' delimited by size
             into notice-line
             with pointer scan-ptr
           end-string
           if pc-ticket(ind) is not equal to spaces
             string ' tkt=' delimited by size
                 function trim(pc-ticket(ind)) delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           end-if
           if pc-reason(ind) is not equal to spaces
             string ' "' delimited by size
                 function trim(pc-reason(ind)) delimited by size
                 '"' delimited by size
               into notice-line
               with pointer scan-ptr
             end-string
           end-if
           write notice-line end-write.

       end program change-notices.
