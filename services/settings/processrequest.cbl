           binary-long unsigned.
      *  wide enough to index every commands-list entry, including
      *  the admin/reporting commands appended after the original 9.
       01 ind picture 9(3).

      *----------------------------------------------------------------
      * batch is a meta-command handled right here instead of through
      *  see maintflag.cpy - set by check-maintenance-block per
      *  dispatch.
       01 maint-blocked picture 9.
      *  see section-version.cbl - the write bracket around a
      *  mutating dispatch.
       01 write-bracket-held picture 9 value zero.
       01 bracket-section picture x(40) value spaces.
       01 bracket-count picture 9(12).
      *  see freezecal.cpy - freeze-check's answer per dispatch.
       01 freeze-blocked picture 9.
      *  see leaserecord.cpy - lease-check's answer per dispatch, and
      *  the slice of whichever argv is being fenced (the wire's, an
      *  idem wrapper's inner command, or one batch entry's).
       01 lease-blocked picture 9.
       01 lease-probe-command picture x(11).
       01 lease-probe-args picture x(300).
       01 lease-probe-section picture x(40).
       01 lease-probe-key picture x(80).
       01 lease-holder picture x(40).
       01 lease-expires-at picture 9(14).
      *  see fence-sections.cbl - the sections a changeset commit or
      *  a revert-req writes, each fenced in turn.
       01 fence-kind picture x.
       01 fence-name picture x(16).
       01 fence-count binary-long unsigned.
       01 fence-ind binary-long unsigned.
       01 fence-list.
         02 fence-section picture x(40) occurs 60 times.
      *  see changeticket.cpy/ticketreqrecord.cpy - ticket-check's
      *  answer for the same fenced argv, and the socket-row scratch.
       01 ticket-blocked picture 9.
       01 ticket-ind picture 99.
       01 ticket-slot picture 99.
      *  read-priority budget - see write-burst-limit in
      *  serverconfig.cpy. counts the mutating dispatches since the
      *  last read; a read refills the budget by zeroing it.
       01 writes-since-read binary-long unsigned value zero.
       01 write-shed picture 9.
      *  the online backup's quiesce hold - see quiesce-check.cbl.
       01 quiesce-held picture 9.
      *  standby-mode scratch - see standbystate.cpy
       01 standby-reply picture x(80).
      *  key-usage recording scratch - see keyusagerecord.cpy and
       01 ku-key-width binary-long unsigned.
       01 ku-probe-key picture x(80).
       01 ku-probe-section picture x(40).
       01 ku-probe-command picture x(11).
       01 ku-probe-args picture x(300).
      *  key attribution on the audit trail - see auditkey.cpy and
      *  expose-key-for-dispatch below
       01 ku-probe-fingerprint picture 9(15).
       01 key-held-command picture x(11).
      *  key rollover - see keyrolloverrecord.cpy and
      *  consider-key-superseded below
       01 key-superseded-flag picture 9.

         copy commandslist.
         copy connadmin.
         copy tracestate.
         copy watchlist.
         copy sessionlist.
         copy changeticket.
         copy correlation.
         copy auditkey.
         copy requestpeer.
         copy signstate.
         copy operatorstate.
      *  operator second-factor scratch - see operatorstate.cpy,
      *  check-operator-gate and register-operator-session below
       01 operator-blocked picture 9.
      *  set by check-key-suspension - the presented key is one
      *  suspend-key has taken out of service (suspkeyrecord.cpy)
       01 key-suspend-blocked picture 9.
      *  set by check-key-suspension too - the presented key is bound
      *  to source networks (keybindrecord.cpy) this connection's
      *  address is outside of
       01 key-bind-blocked picture 9.
       01 key-bind-allowed picture 9.
       01 op-ind picture 99.
       01 op-slot picture 99.
       01 op-now-stamp picture 9(14).
       01 op-expiry-stamp picture 9(14).
       01 op-expiry-parts redefines op-expiry-stamp.
         02 op-expiry-date picture 9(8).
         02 op-expiry-hh picture 99.
         02 op-expiry-mi picture 99.
         02 op-expiry-ss picture 99.
       01 op-epoch binary-double unsigned.
       01 op-days binary-long unsigned.
       01 op-rest binary-long unsigned.
       01 mk-length binary-long unsigned.
       01 mk-ind binary-long unsigned.
       01 mk-last binary-long unsigned.
       01 sign-trailer picture x(37).
      *  client hello - see connadmin.cpy, expose-hello-for-dispatch
      *  and register-hello below
       01 hello-blocked picture 9.
       01 hello-row picture 99.
       01 hello-ind picture 99.
       01 hello-slot picture 99.
       01 hello-octet picture 9(3) occurs 4 times.
       01 hello-work-ip binary-long unsigned.
       01 hello-log-line picture x(96).
       01 sign-built picture 9.
       01 sign-payload-length binary-long unsigned.
       01 sess-ind picture 99.
       01 sess-slot picture 99.

      *----------------------------------------------------------------
              move zero to maint-blocked
              perform check-maintenance-block
              perform expose-ticket-for-dispatch
              move command to ku-probe-command
              move args(1:300) to ku-probe-args
              perform expose-key-for-dispatch
              perform expose-peer-for-dispatch
              perform check-key-suspension
              move zero to sign-request-flag
              perform expose-operator-for-dispatch
              perform expose-cert-for-dispatch
              perform check-operator-gate
              perform expose-hello-for-dispatch
              move zero to freeze-blocked
              if maint-blocked is equal to 1
                  and maintenance-mode is not equal to 1
                end-call
              end-if
      *----------------------------------------------------------------
      * the third: an edit lease another key holds on the section
      * (leaserecord.cpy/lease-check.cbl - 'sl', naming the holder),
      * and with it a ticket-only section changed without a change
      * ticket (ticketreqrecord.cpy/ticket-check.cbl - 'tk').
      *----------------------------------------------------------------
              move zero to lease-blocked
              move zero to ticket-blocked
              if maint-blocked is equal to 1
                move command to lease-probe-command
                move args(1:300) to lease-probe-args
                perform check-lease-block
              end-if
      *----------------------------------------------------------------
      * read-priority budget (WRITEBURST): reads refill it, writes
      * spend it, and a write past the budget is shed with 'bz' so
      * the dashboards polling behind a fix-section storm stop
      * browning out. shedding also resets the budget - one write
      * in every burst-plus-one pays, the rest of the burst flows.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * the online backup's quiesce hold (quiesce.cbl): while it is
      * up, a write answers 'bz' like a shed one, to be retried
      * once the backup has its copy.
      *----------------------------------------------------------------
              move zero to quiesce-held
              if maint-blocked is equal to 1
                call 'quiesce-check' returning quiesce-held end-call
              end-if
              move zero to write-shed
              if maint-blocked is equal to 1
                if write-burst-limit is greater than zero
                move zero to writes-since-read
              end-if
      *----------------------------------------------------------------
      * a listener named in HELLOREQUIRED (settings.cfg) serves a
      * connection nothing but hello, list-cmds, health and the
      * backup's quiesce until it has said hello - anything else
      * answers 'hr'.
      *----------------------------------------------------------------
              if hello-blocked is equal to 1
                move 'hr' to write-buffer
                move 2 to output-length
              else
      *----------------------------------------------------------------
      * the operator second factor (ADMINTOTP in settings.cfg - see
      * operatorstate.cpy): a master-key command from a connection
      * with no live operator session answers 'ot' before any other
      * fence looks at it.
      *----------------------------------------------------------------
              if operator-blocked is equal to 1
                move 'ot' to write-buffer
                move 2 to output-length
              else
      *----------------------------------------------------------------
      * a suspended api-key (suspend-key.cbl) is refused whatever it
      * asks for - reads as well as writes - with 'kx', so the team
      * can tell a suspension from a wrong key.
      *----------------------------------------------------------------
              if key-suspend-blocked is equal to 1
                move 'kx' to write-buffer
                move 2 to output-length
              else
      *----------------------------------------------------------------
      * and a key bound to source networks (bind-key.cbl) used from
      * outside them answers 'kn' - key-binding-check has already
      * put the attempt on the audit trail and the alert bus.
      *----------------------------------------------------------------
              if key-bind-blocked is equal to 1
                move 'kn' to write-buffer
                move 2 to output-length
              else
      *----------------------------------------------------------------
      * read-only standby serving (STANDBY in settings.cfg): a
      * mutating command on the standby answers 'sb' naming the
      * primary - the reads flow, which is the whole point of
                move 2 to output-length
              else
              if write-shed is equal to 1
                  or quiesce-held is equal to 1
                move 'bz' to write-buffer
                move 2 to output-length
              else
              if lease-blocked is equal to 1
                perform answer-lease-held
              else
              if ticket-blocked is equal to 1
                move 'tk' to write-buffer
                move 2 to output-length
              else
              if command is equal to 'idem       '
                perform run-idem
              else
              if command is equal to 'batch      '
                perform open-write-bracket
                perform run-batch
                perform close-write-bracket
              else
                move zero to dispatched
                perform
                  varying ind from 1 by 1 until ind is greater than 99
                  if command-name(ind) is equal to command
                    move 1 to dispatched
                    add 1 to stats-command-count(ind) end-add
                    perform read-clock
                    move clock-now-cs to dispatch-start-cs
                    perform open-write-bracket
                    call command using
                      by reference argc
                      by reference args
                        move 2 to output-length
                        move zero to need-more
                    end-call
                    perform close-write-bracket
                    perform measure-dispatch-time
      *----------------------------------------------------------------
      * per-section traffic accounting - see sectionstats.cpy. the
      * nightly anomaly report.
      *----------------------------------------------------------------
                    perform consider-key-usage
                    perform consider-key-superseded
                  end-if
                end-perform
                if dispatched is equal to zero
              end-if
              end-if
              end-if
              end-if
              end-if
              end-if
              end-if
              end-if
              end-if
            end-if

            if watch-request-flag is equal to 1
            if login-request-flag is equal to 1
              perform register-session
            end-if
            if ticket-request-flag is equal to 1
              perform register-change-ticket
            end-if
            if op-login-request-flag is equal to 1
              perform register-operator-session
            end-if
            if hello-request-flag is equal to 1
              perform register-hello
            end-if
            move spaces to audit-operator-name
            move spaces to audit-cert-subject
            move spaces to change-current-ticket
            move spaces to change-current-reason
            move spaces to audit-key-fingerprint
            move zero to request-peer-ip
            move zero to session-current-flag
            move spaces to session-current-section
            move spaces to session-current-key
      * filling the buffer goes out untagged rather than truncated.
      *----------------------------------------------------------------
            if output-length is less than or equal to 1012
              move output-length to sign-payload-length
              move correlation-id
                to write-buffer(output-length + 1:12)
              add 12 to output-length end-add
              if sign-request-flag is equal to 1
                  and command is equal to 'get-section'
                perform append-response-signature
              end-if
            end-if
            move zero to sign-request-flag
            move spaces to correlation-id

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       init-stats.
           perform
             varying ind from 1 by 1 until ind is greater than 99
             move command-name(ind) to stats-command-name(ind)
             move zero to stats-command-count(ind)
             move zero to stats-lat-under10(ind)
             if watcher-socket(watch-ind) is equal to socket
                 and watcher-section(watch-ind) is equal to
                   watch-request-section
               move watch-request-fingerprint
                 to watcher-fingerprint(watch-ind)
               exit paragraph
             end-if
             if watch-slot is equal to zero
           else
             move socket to watcher-socket(watch-slot)
             move watch-request-section to watcher-section(watch-slot)
             move watch-request-fingerprint
               to watcher-fingerprint(watch-slot)
      *----------------------------------------------------------------
      * catch-up before going live: a re-subscriber that quoted its
      * last-seen outbox sequence gets every missed section-change
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the client certificate this connection logged in with, for
      * the audit lines this dispatch writes - see connadmin.cpy.
      *----------------------------------------------------------------
       expose-cert-for-dispatch.
           move spaces to audit-cert-subject
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if ca-socket(sess-ind) is equal to socket
               move ca-cert-subject(sess-ind) to audit-cert-subject
             end-if
           end-perform.

      *----------------------------------------------------------------
      * this connection's row in connadmin.cpy, if it has one: the
      * request is counted against the application it declared in
      * its hello, and on a listener HELLOREQUIRED names, a
      * connection that has not said hello yet is held to hello,
      * list-cmds, health and quiesce. a connection past the
      * registry's 64 rows has no row to hold a hello and is left
      * ungated.
      *----------------------------------------------------------------
       expose-hello-for-dispatch.
           move zero to hello-blocked
           move zero to hello-row
           perform
             varying hello-ind from 1 by 1
               until hello-ind is greater than 64
             if ca-socket(hello-ind) is equal to socket
               move hello-ind to hello-row
             end-if
           end-perform
           if hello-row is equal to zero
             exit paragraph
           end-if
           if ca-app-slot(hello-row) is greater than zero
             add 1 to stats-app-requests(ca-app-slot(hello-row))
             end-add
             exit paragraph
           end-if
           if command is equal to 'hello'
               or command is equal to 'list-cmds'
               or command is equal to 'health'
               or command is equal to 'quiesce'
             exit paragraph
           end-if
           if ca-listener(hello-row) is equal to 'T'
               and hello-required-tcp is equal to 1
             move 1 to hello-blocked
           end-if
           if ca-listener(hello-row) is equal to 'U'
               and hello-required-unix is equal to 1
             move 1 to hello-blocked
           end-if.

      *----------------------------------------------------------------
      * files the hello hello.cbl accepted on this socket's row, and
      * counts it against the application's row in the stats - the
      * first free row for a name not seen before, the last row
      * ('(other)') once they are all taken. the declaration also
      * goes to the server log with the connection's address,
      * dotted the way list-conns shows it.
      *----------------------------------------------------------------
       register-hello.
           move zero to hello-request-flag
           move zero to hello-slot
           perform
             varying hello-ind from 1 by 1
               until hello-ind is greater than 31
                 or hello-slot is greater than zero
             if stats-app-name(hello-ind) is equal to hello-request-app
               move hello-ind to hello-slot
             end-if
             if stats-app-name(hello-ind) is equal to spaces
               move hello-request-app to stats-app-name(hello-ind)
               move hello-ind to hello-slot
             end-if
           end-perform
           if hello-slot is equal to zero
             move 32 to hello-slot
             move '(other)' to stats-app-name(32)
           end-if
           add 1 to stats-app-hellos(hello-slot) end-add

           move zero to hello-work-ip
           perform
             varying hello-ind from 1 by 1
               until hello-ind is greater than 64
             if ca-socket(hello-ind) is equal to socket
               move hello-request-app to ca-app-name(hello-ind)
               move hello-request-version to ca-app-version(hello-ind)
               move hello-request-host to ca-app-host(hello-ind)
               move hello-slot to ca-app-slot(hello-ind)
               move ca-peer-ip(hello-ind) to hello-work-ip
             end-if
           end-perform

           perform
             varying hello-ind from 4 by -1
               until hello-ind is less than 1
             move function mod(hello-work-ip, 256)
               to hello-octet(hello-ind)
             divide hello-work-ip by 256 giving hello-work-ip
           end-perform
           move spaces to hello-log-line
           string 'hello from ' delimited by size
               hello-octet(1) delimited by size
               '.' delimited by size
               hello-octet(2) delimited by size
               '.' delimited by size
               hello-octet(3) delimited by size
               '.' delimited by size
               hello-octet(4) delimited by size
               ' app=' delimited by size
               hello-request-app delimited by space
               ' version=' delimited by size
               hello-request-version delimited by space
               ' host=' delimited by size
               hello-request-host delimited by space
             into hello-log-line
           end-string
           call 'write-log' using
             by reference hello-log-line
           end-call
           move spaces to hello-request-app
           move spaces to hello-request-version
           move spaces to hello-request-host.

      *----------------------------------------------------------------
      * completes a login this dispatch accepted: the socket only
      * this program knows is paired with the section and key
           move spaces to login-request-section
           move spaces to login-request-key.

      *----------------------------------------------------------------
      * a change-tkt this dispatch accepted (see changeticket.cpy):
      * the socket's row is re-pointed, or a free one taken - a
      * blank ticket frees the row instead. a full table turns the
      * 'ok' into 'sf', the register-session answer.
      *----------------------------------------------------------------
       register-change-ticket.
           move zero to ticket-request-flag
           move zero to ticket-slot
           perform
             varying ticket-ind from 1 by 1
               until ticket-ind is greater than 64
             if change-ticket-socket(ticket-ind) is equal to socket
               move ticket-ind to ticket-slot
             end-if
           end-perform
           if ticket-request-number is equal to spaces
             if ticket-slot is greater than zero
               move zero to change-ticket-socket(ticket-slot)
               move spaces to change-ticket-number(ticket-slot)
               move spaces to change-ticket-reason(ticket-slot)
             end-if
             exit paragraph
           end-if
           if ticket-slot is equal to zero
             perform
               varying ticket-ind from 1 by 1
                 until ticket-ind is greater than 64
                   or ticket-slot is greater than zero
               if change-ticket-socket(ticket-ind) is equal to zero
                 move ticket-ind to ticket-slot
               end-if
             end-perform
           end-if
           if ticket-slot is equal to zero
             move 'sf' to write-buffer
             move 2 to output-length
           else
             move socket to change-ticket-socket(ticket-slot)
             move ticket-request-number
               to change-ticket-number(ticket-slot)
             move ticket-request-reason
               to change-ticket-reason(ticket-slot)
           end-if
           move spaces to ticket-request-number
           move spaces to ticket-request-reason.

      *----------------------------------------------------------------
      * a mutating dispatch (check-maintenance-block's roster) on a
      * socket that named a change ticket carries it in the
      * change-current fields for every writer below it; anything
      * else runs with them blank, so a read is never stamped.
      *----------------------------------------------------------------
       expose-ticket-for-dispatch.
           move spaces to change-current-ticket
           move spaces to change-current-reason
           if maint-blocked is not equal to 1
             exit paragraph
           end-if
           perform
             varying ticket-ind from 1 by 1
               until ticket-ind is greater than 64
             if change-ticket-socket(ticket-ind) is equal to socket
               move change-ticket-number(ticket-ind)
                 to change-current-ticket
               move change-ticket-reason(ticket-ind)
                 to change-current-reason
             end-if
           end-perform.

      *----------------------------------------------------------------
      * writes this dispatch to the trace file when it matches the
      * armed filters: a blank section filter matches everything;
      * 40-byte key at 21, and get-effectv keeps a 40-byte key at
      * 41 - both padded out the way the commands themselves pad
      * before const-time-eq, so the fingerprint matches the
      * stored key's. the command and argv asked about are the
      * ku-probe pair; a command off the roster leaves the offset
      * zero and the key blank.
      *----------------------------------------------------------------
       locate-request-key.
           move zero to ku-key-offset
           move 80 to ku-key-width
           move spaces to ku-probe-key
           move spaces to ku-probe-section
           evaluate ku-probe-command
             when 'set-param  '
             when 'fix-section'
             when 'incr-param '
             when 'notify-drop'
             when 'release    '
             when 'clone-sect '
             when 'deploy-mark'
             when 'del-section'
             when 'list-decks '
             when 'list-pend  '
             when 'roll-state '
             when 'tag-section'
             when 'untag-sect '
             when 'rename-parm'
             when 'roll-apikey'
             when 'window-parm'
             when 'sign-secret'
             when 'approve-chg'
               move 41 to ku-key-offset
      *      a sandbox cloned from a section is made on the source
      *      section's key; one built from a template on none.
             when 'new-sandbox'
               if function upper-case(ku-probe-args(161:1))
                   is not equal to 'T'
                 move 41 to ku-key-offset
               end-if
      *      breaking a lease is done on the admin master key.
             when 'lease-sect '
               if function upper-case(ku-probe-args(121:4))
                   is not equal to 'BRK '
                 move 41 to ku-key-offset
               end-if
      *      lifting a lock is done on the admin master key.
             when 'lock-param '
               if function upper-case(ku-probe-args(121:4))
                   is not equal to 'FREE'
                 move 41 to ku-key-offset
               end-if
      *      a view's key belongs to the view, not to any section.
             when 'render-sect'
               if function upper-case(ku-probe-args(121:4))
                   is not equal to 'VIEW'
                 move 41 to ku-key-offset
               end-if
             when 'get-effectv'
               move 41 to ku-key-offset
               move 40 to ku-key-width
      *      two sections at the front, the key behind them.
             when 'compare-sec'
               move 81 to ku-key-offset
             when 'get-section'
               move 21 to ku-key-offset
               move 40 to ku-key-width
           if ku-key-offset is equal to zero
             exit paragraph
           end-if
           if ku-key-offset is equal to 21
             move ku-probe-args(21:40) to ku-probe-key(1:40)
             move ku-probe-args(1:20) to ku-probe-section(1:20)
           else
             move ku-probe-args(41:ku-key-width)
               to ku-probe-key(1:ku-key-width)
             move ku-probe-args(1:40) to ku-probe-section
           end-if.

      *----------------------------------------------------------------
      * a mutating dispatch (check-maintenance-block's roster) made
      * on an api-key names that key on every audit line it writes -
      * see auditkey.cpy. the key is wherever locate-request-key
      * finds it, or the connection's login session when the
      * command sent none; only the fingerprint is ever exposed.
      * master-key and unkeyed commands leave it blank.
      *----------------------------------------------------------------
       expose-key-for-dispatch.
           move spaces to audit-key-fingerprint
           if maint-blocked is not equal to 1
             exit paragraph
           end-if
           perform locate-request-key
           if ku-key-offset is equal to zero
             exit paragraph
           end-if
           if ku-probe-key is equal to spaces
               and session-current-flag is equal to 1
             move session-current-key to ku-probe-key
           end-if
           if ku-probe-key is equal to spaces
             exit paragraph
           end-if
           call 'hash-api-key' using
             by reference ku-probe-key
             by reference ku-probe-fingerprint
           end-call
           move ku-probe-fingerprint to audit-key-fingerprint.

      *----------------------------------------------------------------
      * is the key this dispatch presents - wherever locate-request-
      * key finds it, or the login session's when none was sent - a
      * suspended one? asked of every key-checked command, reads
      * included; key-suspended.cbl decides, lifting a suspension
      * whose auto-resume time has come. a key not suspended is
      * then asked after its source-network binding, against this
      * connection's address (key-binding-check.cbl). get-multi,
      * whose keys ride per entry, asks for itself.
      *----------------------------------------------------------------
       check-key-suspension.
           move zero to key-suspend-blocked
           move zero to key-bind-blocked
           perform locate-request-key
           if ku-key-offset is equal to zero
             exit paragraph
           end-if
           if ku-probe-key is equal to spaces
               and session-current-flag is equal to 1
             move session-current-key to ku-probe-key
             if ku-probe-section is equal to spaces
               move session-current-section to ku-probe-section
             end-if
           end-if
           if ku-probe-key is equal to spaces
             exit paragraph
           end-if
           call 'key-suspended' using
               by reference ku-probe-section
               by reference ku-probe-key
             returning key-suspend-blocked
           end-call
           if key-suspend-blocked is equal to zero
             call 'key-binding-check' using
                 by reference ku-probe-section
                 by reference ku-probe-key
                 by reference request-peer-ip
                 by reference ku-probe-command
               returning key-bind-allowed
             end-call
             if key-bind-allowed is equal to zero
               move 1 to key-bind-blocked
             end-if
           end-if
           move spaces to ku-probe-key.

      *----------------------------------------------------------------
      * the operator whose session this connection holds, while it
      * lasts - see operatorstate.cpy. a lapsed row is freed on the
      * way past.
      *----------------------------------------------------------------
       expose-operator-for-dispatch.
           move spaces to audit-operator-name
           move function current-date(1:14) to op-now-stamp
           perform
             varying op-ind from 1 by 1
               until op-ind is greater than 64
             if op-session-socket(op-ind) is equal to socket
               if op-session-expires(op-ind) is not less than
                   op-now-stamp
                 move op-session-name(op-ind) to audit-operator-name
               else
                 move zero to op-session-socket(op-ind)
                 move spaces to op-session-name(op-ind)
                 move zero to op-session-expires(op-ind)
               end-if
             end-if
           end-perform.

      *----------------------------------------------------------------
      * which commands need the second factor: every dispatch that
      * carries the master key, wherever in argv its command keeps
      * it - some forty admin commands, a few of which take the
      * master key or a section key in the same field, so a roster
      * of command names could not say which were being run on the
      * master key. op-login (which is how the session is got) and
      * status (the monitor's probe, counters only) are left open.
      * the backup jobs' quiesce is not: they present their own
      * QUIESCEKEY (serverconfig.cpy) instead of the master key.
      *----------------------------------------------------------------
       check-operator-gate.
           move zero to operator-blocked
           if admin-totp-mode is not equal to 1
               or audit-operator-name is not equal to spaces
               or admin-master-key is equal to spaces
             exit paragraph
           end-if
           if command is equal to 'op-login'
               or command is equal to 'status'
             exit paragraph
           end-if
           move function length(function trim(admin-master-key
               trailing))
             to mk-length
           move argc to mk-last
           if mk-last is greater than 1013
             move 1013 to mk-last
           end-if
           if mk-last is less than mk-length
             exit paragraph
           end-if
           compute mk-last = mk-last - mk-length + 1 end-compute
           perform
             varying mk-ind from 1 by 1
               until mk-ind is greater than mk-last
                 or operator-blocked is equal to 1
             if args(mk-ind:mk-length) is equal to
                 admin-master-key(1:mk-length)
               move 1 to operator-blocked
             end-if
           end-perform.

      *----------------------------------------------------------------
      * files the operator session op-login.cbl accepted: this
      * socket's existing row, else the first free one, good for
      * OPSESSIONMIN minutes from now. a full table answers 'sf',
      * the login session's answer.
      *----------------------------------------------------------------
       register-operator-session.
           move zero to op-login-request-flag
           move zero to op-slot
           perform
             varying op-ind from 1 by 1
               until op-ind is greater than 64
             if op-session-socket(op-ind) is equal to socket
               move op-ind to op-slot
             end-if
             if op-slot is equal to zero
                 and op-session-socket(op-ind) is equal to zero
               move op-ind to op-slot
             end-if
           end-perform
           if op-slot is equal to zero
             move 'sf' to write-buffer
             move 2 to output-length
             exit paragraph
           end-if
           move function current-date(1:14) to op-expiry-stamp
           compute op-epoch =
             function integer-of-date(op-expiry-date) * 86400
             + op-expiry-hh * 3600 + op-expiry-mi * 60 + op-expiry-ss
             + operator-session-minutes * 60
           end-compute
           divide op-epoch by 86400
             giving op-days remainder op-rest
           end-divide
           move function date-of-integer(op-days) to op-expiry-date
           divide op-rest by 3600
             giving op-expiry-hh remainder op-rest
           end-divide
           divide op-rest by 60
             giving op-expiry-mi remainder op-expiry-ss
           end-divide
           move socket to op-session-socket(op-slot)
           move op-login-request-name to op-session-name(op-slot)
           move op-expiry-stamp to op-session-expires(op-slot).

      *----------------------------------------------------------------
      * the signed-answer trailer (see signstate.cpy and
      * sign-response.cbl), after the correlation id it covers. an
      * answer with no room left for the 37 bytes goes out unsigned,
      * as the id itself does when the payload fills the buffer -
      * the caller asked, so it knows to refuse.
      *----------------------------------------------------------------
       append-response-signature.
           if output-length is greater than 987
             exit paragraph
           end-if
           call 'sign-response' using
               by reference write-buffer
               by reference sign-payload-length
               by reference sign-trailer
             returning sign-built
           end-call
           if sign-built is equal to 1
             move sign-trailer to write-buffer(output-length + 1:37)
             add 37 to output-length end-add
           end-if.

      *----------------------------------------------------------------
      * the connection's source address for the command about to
      * run - see requestpeer.cpy. zero when the socket is not in
      * the registry, the same as an AF_UNIX peer.
      *----------------------------------------------------------------
       expose-peer-for-dispatch.
           move zero to request-peer-ip
           perform
             varying ku-conn-ind from 1 by 1
               until ku-conn-ind is greater than 64
             if ca-socket(ku-conn-ind) is equal to socket
               move ca-peer-ip(ku-conn-ind) to request-peer-ip
               move 65 to ku-conn-ind
             end-if
           end-perform.

      *----------------------------------------------------------------
      * key-usage recording: the key locate-request-key finds in
      * the dispatch just made, recorded only when the response
      * says the key matched - 'na'/'bn' and the transport codes
      * prove nothing about the credential. the peer comes from the
      * connection registry (connadmin.cpy).
      *----------------------------------------------------------------
       consider-key-usage.
           move command to ku-probe-command
           move args(1:300) to ku-probe-args
           perform locate-request-key
           if ku-key-offset is equal to zero
             exit paragraph
           end-if
           evaluate write-buffer(1:2)
             when 'na'
             when 'bn'
             when 'cs'
             when 'uc'
             when 'nm'
               move spaces to ku-probe-key
               exit paragraph
             when other
               continue
             end-if
           end-perform

           if ku-probe-key is equal to spaces
             exit paragraph
           end-if
             by reference ku-peer
           end-call.

      *----------------------------------------------------------------
      * a key rolled over to a successor (roll-apikey.cbl) still
      * works through its overlap, but a clean answer to it says so:
      * 'ok' - or the deprecation 'dp', which is about the param,
      * not the credential - goes back as 'ks'. the age warning
      * 'kw' is left standing; it already tells the holder to move.
      * the key is the one consider-key-usage just found; the
      * rollover's own answer is left alone.
      *----------------------------------------------------------------
       consider-key-superseded.
           if ku-probe-key is equal to spaces
               or command is equal to 'roll-apikey'
             exit paragraph
           end-if
           if write-buffer(1:2) is not equal to 'ok'
               and write-buffer(1:2) is not equal to 'dp'
             exit paragraph
           end-if
           call 'key-superseded' using
               by reference ku-probe-key
               by reference ku-probe-section
             returning key-superseded-flag
           end-call
           if key-superseded-flag is equal to 1
             move 'ks' to write-buffer(1:2)
           end-if.

       consider-trace-capture.
           if trace-match-command is not equal to spaces
               and trace-match-command is not equal to command
             when 'list-param '
             when 'set-retain '
             when 'release    '
             when 'lease-sect '
             when 'ticket-sect'
             when 'rename-parm'
             when 'key-incdnt '
             when 'window-parm'
             when 'revert-req '
             when 'lock-param '
             when 'set-steward'
             when 'suspend-key'
             when 'resume-key '
             when 'bind-key   '
             when 'new-sandbox'
             when 'bundle-reg '
             when 'batch      '
               move 1 to maint-blocked
             when other
               continue
           end-evaluate.

      *----------------------------------------------------------------
      * the section-mutating commands whose argv opens with the
      * section (1:40) and the presenting key (41:80) - the lease
      * fence. clone-sect writes the section named at 121:40, not
      * its source; the action-style commands pass their read-only
      * actions (at 121:4) through untouched. master-key commands
      * are fenced too: a lease is broken with lease-sect 'BRK ',
      * not walked around. break-glass stays outside - it exists
      * for the night nobody can be reached. the same roster is the
      * change-ticket fence: a section designated ticket-only
      * refuses any of these made without a change ticket named.
      * changeset's commit and revert-req name no section of their
      * own - they write whatever the changeset staged or the
      * request changed - so every one of those sections is fenced
      * (fence-sections.cbl), on the master key they carry; the
      * rest of their actions write nothing live and pass.
      *----------------------------------------------------------------
       check-lease-block.
           move zero to lease-blocked
           move zero to ticket-blocked
           move lease-probe-args(1:40) to lease-probe-section
           evaluate lease-probe-command
             when 'add-apikey '
             when 'fix-section'
             when 'set-param  '
             when 'del-apikey '
             when 'del-section'
             when 'add-mkey   '
             when 'del-mkey   '
             when 'tag-section'
             when 'untag-sect '
             when 'define-rule'
             when 'txn-update '
             when 'roll-param '
             when 'roll-state '
             when 'archive-sec'
             when 'restore-sec'
             when 'protect-sec'
             when 'incr-param '
             when 'mark-sens  '
             when 'purge-sect '
             when 'define-calc'
             when 'set-overlay'
             when 'depr-param '
             when 'desc-param '
             when 'alloc-seq  '
             when 'set-retain '
             when 'rollout    '
             when 'ticket-sect'
             when 'window-parm'
             when 'lock-param '
               continue
             when 'changeset  '
               if function upper-case(lease-probe-args(97:4))
                   is equal to 'CMT '
                 move 'C' to fence-kind
                 move lease-probe-args(1:16) to fence-name
                 move lease-probe-args(17:80) to lease-probe-key
                 perform check-lease-block-sections
               end-if
               exit paragraph
             when 'revert-req '
               if function upper-case(lease-probe-args(93:4))
                   is equal to 'DO  '
                 move 'R' to fence-kind
                 move spaces to fence-name
                 move lease-probe-args(81:12) to fence-name(1:12)
                 move lease-probe-args(1:80) to lease-probe-key
                 perform check-lease-block-sections
               end-if
               exit paragraph
             when 'artifact   '
             when 'list-param '
             when 'release    '
             when 'rename-parm'
             when 'set-steward'
               if lease-probe-args(121:4) is equal to 'READ'
                   or lease-probe-args(121:4) is equal to 'GET '
                 exit paragraph
               end-if
             when 'clone-sect '
               move lease-probe-args(121:40) to lease-probe-section
      *      a sandbox built from a template has no key to present.
             when 'new-sandbox'
               if function upper-case(lease-probe-args(161:1))
                   is equal to 'T'
                 exit paragraph
               end-if
               move lease-probe-args(121:40) to lease-probe-section
             when other
               exit paragraph
           end-evaluate
           move lease-probe-args(41:80) to lease-probe-key
           if lease-probe-key is equal to spaces
               and session-current-flag is equal to 1
               and session-current-section is equal to
                 function upper-case(lease-probe-args(1:40))
             move session-current-key to lease-probe-key
           end-if
           call 'lease-check' using
               by reference lease-probe-section
               by reference lease-probe-key
               by reference lease-holder
               by reference lease-expires-at
             returning lease-blocked
           end-call
           call 'ticket-check' using
               by reference lease-probe-section
             returning ticket-blocked
           end-call.

      *----------------------------------------------------------------
      * the first section found leased or ticket-only answers for
      * the command, the way the single-section fence does.
      *----------------------------------------------------------------
       check-lease-block-sections.
           call 'fence-sections' using
             by reference fence-kind
             by reference fence-name
             by reference fence-count
             by reference fence-list
           end-call
           perform
             varying fence-ind from 1 by 1
               until fence-ind is greater than fence-count
                 or lease-blocked is equal to 1
                 or ticket-blocked is equal to 1
             move fence-section(fence-ind) to lease-probe-section
             call 'lease-check' using
                 by reference lease-probe-section
                 by reference lease-probe-key
                 by reference lease-holder
                 by reference lease-expires-at
               returning lease-blocked
             end-call
             if lease-blocked is equal to zero
               call 'ticket-check' using
                   by reference lease-probe-section
                 returning ticket-blocked
               end-call
             end-if
           end-perform.

       answer-lease-held.
           move spaces to write-buffer
           move 'sl' to write-buffer(1:2)
           move lease-holder to write-buffer(3:40)
           move lease-expires-at to write-buffer(43:14)
           move 56 to output-length.

      *----------------------------------------------------------------
      * a mutating dispatch (check-maintenance-block's roster) runs
      * inside a write bracket (section-version.cbl's 'O'/'K'): a
      * commit that writes several records moves the commit
      * position only at its end, and get-multi's snapshot must see
      * the commit under way in between. a batch is bracketed whole
      * - its entries land as one.
      *----------------------------------------------------------------
       open-write-bracket.
           move zero to write-bracket-held
           if maint-blocked is not equal to 1
             exit paragraph
           end-if
           call 'section-version' using
             by content 'O'
             by reference bracket-section
             by reference bracket-count
           end-call
           move 1 to write-bracket-held.

       close-write-bracket.
           if write-bracket-held is not equal to 1
             exit paragraph
           end-if
           call 'section-version' using
             by content 'K'
             by reference bracket-section
             by reference bracket-count
           end-call
           move zero to write-bracket-held.

       read-clock.
           move function current-date to clock-stamp
           compute clock-now-cs =
           move idem-inner-command to command
           move zero to maint-blocked
           perform check-maintenance-block
           perform expose-ticket-for-dispatch
           move idem-held-command to command
           move idem-inner-command to ku-probe-command
           move idem-inner-args(1:300) to ku-probe-args
           perform expose-key-for-dispatch
           perform check-key-suspension
           if key-suspend-blocked is equal to 1
             move 'kx' to write-buffer
             move 2 to output-length
             exit paragraph
           end-if
           if key-bind-blocked is equal to 1
             move 'kn' to write-buffer
             move 2 to output-length
             exit paragraph
           end-if
           if maint-blocked is equal to 1
               and standby-mode is not equal to zero
             move spaces to standby-reply
             move 2 to output-length
             exit paragraph
           end-if
           move zero to quiesce-held
           if maint-blocked is equal to 1
             call 'quiesce-check' returning quiesce-held end-call
           end-if
           if quiesce-held is equal to 1
             move 'bz' to write-buffer
             move 2 to output-length
             exit paragraph
           end-if
           move zero to freeze-blocked
           if maint-blocked is equal to 1
             call 'freeze-check' using
             move 2 to output-length
             exit paragraph
           end-if
           if maint-blocked is equal to 1
             move idem-inner-command to lease-probe-command
             move idem-inner-args(1:300) to lease-probe-args
             perform check-lease-block
             if lease-blocked is equal to 1
               perform answer-lease-held
               exit paragraph
             end-if
             if ticket-blocked is equal to 1
               move 'tk' to write-buffer
               move 2 to output-length
               exit paragraph
             end-if
           end-if

           call 'idem-lookup' using
               by reference idem-wire-token
           move zero to idem-need-more
           move zero to dispatched
           perform
             varying ind from 1 by 1 until ind is greater than 99
             if command-name(ind) is equal to idem-inner-command
               move 1 to dispatched
               add 1 to stats-command-count(ind) end-add
               perform read-clock
               move clock-now-cs to dispatch-start-cs
               perform open-write-bracket
               call idem-inner-command using
                 by reference batch-scratch-argc
                 by reference batch-scratch-args
                   move 2 to batch-scratch-output
                   move zero to idem-need-more
               end-call
               perform close-write-bracket
               perform measure-dispatch-time
               call 'section-stats-count' using
                 by reference idem-inner-command
             move 2 to batch-scratch-output
             move zero to batch-need-more
             move zero to dispatched
      *----------------------------------------------------------------
      * each entry is fenced for leases on its own - the entries of
      * one batch may well touch different sections. a leased entry
      * answers 'sl' in its slot and is never dispatched; an entry
      * changing a ticket-only section with no ticket named answers
      * 'tk' the same way.
      *----------------------------------------------------------------
             move batch-command(batch-ind) to lease-probe-command
             move batch-args(batch-ind) to lease-probe-args
             perform check-lease-block
      *----------------------------------------------------------------
      * and attributed on its own - the entries need not all be
      * mutations, nor all carry the same key. the roster is asked
      * about the entry, then the batch is itself again.
      *----------------------------------------------------------------
             move command to key-held-command
             move batch-command(batch-ind) to command
             move zero to maint-blocked
             perform check-maintenance-block
             move key-held-command to command
             move batch-command(batch-ind) to ku-probe-command
             move batch-args(batch-ind) to ku-probe-args
             perform expose-key-for-dispatch
             perform check-key-suspension
             if lease-blocked is equal to 1
               move 'sl' to batch-scratch-write
               move 1 to dispatched
             end-if
             if ticket-blocked is equal to 1
               move 'tk' to batch-scratch-write
               move 1 to dispatched
             end-if
             if key-suspend-blocked is equal to 1
               move 'kx' to batch-scratch-write
               move 1 to dispatched
             end-if
             if key-bind-blocked is equal to 1
               move 'kn' to batch-scratch-write
               move 1 to dispatched
             end-if
             perform
               varying ind from 1 by 1 until ind is greater than 99
                 or lease-blocked is equal to 1
                 or ticket-blocked is equal to 1
                 or key-suspend-blocked is equal to 1
                 or key-bind-blocked is equal to 1
               if command-name(ind) is equal to batch-command(batch-ind)
                 move 1 to dispatched
                 add 1 to stats-command-count(ind) end-add
