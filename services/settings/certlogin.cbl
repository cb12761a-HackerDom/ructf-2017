       identification division.
       program-id. cert-login.

      * logs a TLS connection in on its client certificate - the
      * login command's work done at accept time, for the platform
      * teams that would rather present a service certificate than
      * carry an api-key in their config. called from start-
      * handling.cbl with the accepted descriptor once tls-peer-
      * cert.cbl has left a verified certificate in the tls-peer
      * fields (tlscontext.cpy). the certificate is looked up in
      * cert-maps-db (certmaprecord.cpy) by fingerprint, then by
      * subject; a mapping whose section still exists, whose slot
      * still holds the key it was made against, and whose key is
      * inside its age limit, not suspended (suspend-key.cbl) and
      * not bound to networks the connection is outside of
      * (bind-key.cbl) files a session row (sessionlist.cpy)
      * with that slot's key - exactly the row process-request
      * files after a login, so every command on the connection
      * runs its ordinary scope, age, rate-limit and profile checks
      * against that key. anything short of that leaves the
      * connection as it was: usable, but only with an api-key or
      * a login. either way the subject goes on the connection's
      * row for list-conns, the certificate's use goes in
      * cert-uses-db (certuserecord.cpy) for cert-use-report, and
      * the attempt goes on the audit trail as a 'cert-login' line
      * carrying the subject.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy certmapdb.
         copy certusedb.

       data division.
       file section.
         copy sectionrecord.
         copy certmaprecord.
         copy certuserecord.

       working-storage section.
         copy serverconfig.
         copy tlscontext.
         copy sessionlist.
         copy connadmin.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 audit-cmd-name picture x(11) value 'cert-login '.
         01 audit-section picture x(40).
         01 login-rcode picture x(2).
         01 mapping-found picture 9.
         01 key-age-status picture 9.
         01 key-is-suspended picture 9.
         01 key-bind-allowed picture 9.
         01 login-peer-ip binary-long unsigned.
         01 probe-key picture x(80).
         01 probe-fingerprint picture 9(15).
         01 now-stamp picture 9(14).
         01 sess-ind picture 99.
         01 sess-slot picture 99.
         01 conn-ind picture 99.
         01 slot-display picture z9.
         01 log-line picture x(96).

       linkage section.
         01 peer-descriptor binary-long.

       procedure division using peer-descriptor.
       start-cert-login.
           move function current-date(1:14) to now-stamp
           move spaces to audit-section
           move zero to login-peer-ip
           perform
             varying conn-ind from 1 by 1
               until conn-ind is greater than 64
             if ca-socket(conn-ind) is equal to peer-descriptor
               move tls-peer-subject to ca-cert-subject(conn-ind)
               move ca-peer-ip(conn-ind) to login-peer-ip
             end-if
           end-perform

           perform find-mapping
           if mapping-found is equal to zero
             move 'nm' to login-rcode
           else
             move cm-section to audit-section
             perform try-mapped-login
           end-if

           perform note-cert-use
           perform log-outcome
           move tls-peer-subject to audit-cert-subject
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, login-rcode
           end-call
           move spaces to audit-cert-subject
           move zero to tls-peer-present
           move spaces to tls-peer-subject
           move spaces to tls-peer-fingerprint
           goback.

      *----------------------------------------------------------------
      * a fingerprint names exactly one certificate; a subject names
      * every certificate reissued under it - the fingerprint is the
      * stricter binding, so it is asked first.
      *----------------------------------------------------------------
       find-mapping.
           move 1 to mapping-found
           move tls-peer-fingerprint to cm-identity
           read cert-maps-db record
             invalid key
               move zero to mapping-found
           end-read
           if mapping-found is equal to 1
             exit paragraph
           end-if
           if tls-peer-subject is equal to spaces
             exit paragraph
           end-if
           move 1 to mapping-found
           move tls-peer-subject to cm-identity
           read cert-maps-db record
             invalid key
               move zero to mapping-found
           end-read.

       try-mapped-login.
           move cm-section to name
           read sections-db record
             invalid key
               move 'bn' to login-rcode
               exit paragraph
           end-read
           if cm-slot is less than 1
               or cm-slot is greater than api-keys-count
             move 'st' to login-rcode
             exit paragraph
           end-if
           move api-key(cm-slot) to probe-key
           call 'hash-api-key' using
             by reference probe-key
             by reference probe-fingerprint
           end-call
           if probe-fingerprint is not equal to cm-key-fingerprint
             move 'st' to login-rcode
             exit paragraph
           end-if
           call 'check-key-age' using
               by reference api-key-added-on(cm-slot)
             returning key-age-status
           end-call
           if key-age-status is equal to 2
             move 'ke' to login-rcode
             exit paragraph
           end-if
           call 'key-suspended' using
               by reference name
               by reference probe-key
             returning key-is-suspended
           end-call
           if key-is-suspended is equal to 1
             move 'kx' to login-rcode
             exit paragraph
           end-if
           call 'key-binding-check' using
               by reference name
               by reference probe-key
               by reference login-peer-ip
               by reference audit-cmd-name
             returning key-bind-allowed
           end-call
           if key-bind-allowed is equal to zero
             move 'kn' to login-rcode
             exit paragraph
           end-if

      *----------------------------------------------------------------
      * process-request's register-session, with the descriptor in
      * hand instead of a dispatching socket.
      *----------------------------------------------------------------
           move zero to sess-slot
           perform
             varying sess-ind from 1 by 1
               until sess-ind is greater than 64
             if session-socket(sess-ind) is equal to peer-descriptor
               move sess-ind to sess-slot
             end-if
             if sess-slot is equal to zero
                 and session-socket(sess-ind) is equal to zero
               move sess-ind to sess-slot
             end-if
           end-perform
           if sess-slot is equal to zero
             move 'sf' to login-rcode
             exit paragraph
           end-if
           move peer-descriptor to session-socket(sess-slot)
           move cm-section to session-section(sess-slot)
           move probe-key to session-key(sess-slot)
           move spaces to probe-key

           move now-stamp to cm-last-used
           add 1 to cm-use-count end-add
           rewrite cert-map-record
             invalid key
               continue
           end-rewrite
           move 'ok' to login-rcode.

       note-cert-use.
           move tls-peer-fingerprint to cu-fingerprint
           read cert-uses-db record
             invalid key
               move now-stamp to cu-first-seen
               move zero to cu-count
           end-read
           move tls-peer-fingerprint to cu-fingerprint
           move tls-peer-subject to cu-subject
           move now-stamp to cu-last-seen
           add 1 to cu-count end-add
           move audit-section to cu-section
           move login-rcode to cu-outcome
           write cert-use-record
             invalid key
               rewrite cert-use-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       log-outcome.
           move spaces to log-line
           if login-rcode is equal to 'ok'
             move cm-slot to slot-display
             string 'client cert ' delimited by size
                 function trim(tls-peer-subject) delimited by size
                 ' logged in to ' delimited by size
                 function trim(cm-section) delimited by size
                 ' slot ' delimited by size
                 function trim(slot-display) delimited by size
               into log-line
             end-string
           else
             string 'client cert ' delimited by size
                 function trim(tls-peer-subject) delimited by size
                 ' fp ' delimited by size
                 tls-peer-fingerprint(1:16) delimited by size
                 ' not logged in (' delimited by size
                 login-rcode delimited by size
                 ')' delimited by size
               into log-line
             end-string
           end-if
           call 'write-log' using
             by reference log-line
           end-call.

       end program cert-login.
