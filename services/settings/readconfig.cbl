           organization is line sequential
           file status is enc-key-status-1.

         select optional sign-key-file assign to sign-key-file-path
           organization is line sequential
           file status is sign-key-status-1.

         select optional old-sign-key-file assign to
             old-sign-key-file-path
           organization is line sequential
           file status is sign-key-status-1.

         select optional freeze-file assign to freeze-file-path
           organization is line sequential
           file status is freeze-status-1.
       fd old-enc-key-file.
       01 old-enc-key-line picture x(64).

       fd sign-key-file.
       01 sign-key-line picture x(64).

       fd old-sign-key-file.
       01 old-sign-key-line picture x(64).

       fd freeze-file.
       01 freeze-line picture x(64).

         copy serverconfig.
         copy acllist.
         copy encryption.
         copy signingkey.
         copy freezecal.
       01 at-eof picture 9.
       01 cfg-key picture x(16).
       01 cfg-value picture x(112).
       01 hello-scan-count binary-long unsigned.
       01 acl-file-path picture x(255).
       01 acl-status-1 picture xx.
       01 enc-key-file-path picture x(255).
       01 old-enc-key-file-path picture x(255).
       01 enc-key-status-1 picture xx.
       01 sign-key-file-path picture x(255).
       01 old-sign-key-file-path picture x(255).
       01 sign-key-status-1 picture xx.
       01 acl-at-eof picture 9.
       01 acl-word picture x(8).
       01 acl-addr-text picture x(56).
       01 freeze-file-path picture x(255).
       01 freeze-status-1 picture xx.
       01 freeze-at-eof picture 9.
       01 cert-days-text picture x(6) occurs 6 times.
       01 cert-days-ind binary-long unsigned.

       linkage section.
       01 config-port binary-short unsigned.
           move 1 to worker-count
           move zero to business-days-mode
           move spaces to drop-dir-path
           move spaces to inbound-dir-path
           move zero to write-burst-limit
           move zero to http-port
           move spaces to server-command
           move 5 to crash-loop-max
           move 30 to param-alias-days
           move 14 to key-overlap-days
           move zero to admin-totp-mode
           move 5 to operator-lockout-limit
           move 15 to operator-session-minutes
           move zero to standby-mode
           move spaces to standby-primary-name
           move spaces to standby-ack-name
           move spaces to standby-ack-token
           move spaces to syslog-host
           move 514 to syslog-port
           move 'UDP' to syslog-transport
           move 16 to syslog-facility
           move 90 to report-retain-days
           move spaces to status-page-dir
           move zero to settings-dat-ceil-mb
           move zero to history-dat-ceil-mb
           move zero to journal-ceil-mb
           move zero to outbox-ceil-mb
           move 99.9 to slo-avail-pct
           move 100 to slo-latency-ms
           move 99.0 to slo-latency-pct
           move zero to hello-required-tcp
           move zero to hello-required-unix
           move 1 to settings-parts-wanted
           move 500 to checkpoint-every
           move 120 to quiesce-max-secs
           move spaces to quiesce-key
           move 4 to cert-alert-count
           move 60 to cert-alert-days(1)
           move 30 to cert-alert-days(2)
           move 14 to cert-alert-days(3)
           move 7 to cert-alert-days(4)
           move zero to secret-warn-on
           move spaces to name-style
           move zero to name-max-len
           move 2 to name-edit-dist
           move 'OFF' to tls-client-auth
           move spaces to tls-client-ca-path
           move 250 to multi-read-ms
           move 30 to sandbox-max-days
      *    the two side-file paths reset with everything else, so a
      *    reload after the operator REMOVES the ACLFILE or
      *    ENCKEYFILE line really does turn the ACL or the
           move spaces to acl-file-path
           move spaces to enc-key-file-path
           move spaces to old-enc-key-file-path
           move spaces to sign-key-file-path
           move spaces to old-sign-key-file-path
           move spaces to freeze-file-path

           move zero to at-eof
           perform load-acl-file
           perform load-enc-key-file
           perform load-old-enc-key-file
           perform load-sign-key-file
           perform load-old-sign-key-file
           perform load-freeze-file
           goback.

           if cfg-key is equal to 'OLDENCKEYFILE'
             move cfg-value to old-enc-key-file-path
           end-if
           if cfg-key is equal to 'SIGNKEYFILE'
             move cfg-value to sign-key-file-path
           end-if
           if cfg-key is equal to 'OLDSIGNKEYFILE'
             move cfg-value to old-sign-key-file-path
           end-if
           if cfg-key is equal to 'FREEZEFILE'
             move cfg-value to freeze-file-path
           end-if
           if cfg-key is equal to 'DROPDIR'
             move cfg-value to drop-dir-path
           end-if
           if cfg-key is equal to 'INBOUNDDIR'
             move cfg-value to inbound-dir-path
           end-if
           if cfg-key is equal to 'WRITEBURST'
             move function numval(cfg-value) to write-burst-limit
           end-if
           if cfg-key is equal to 'HTTPPORT'
             move function numval(cfg-value) to http-port
           end-if
           if cfg-key is equal to 'SERVERCMD'
             move cfg-value to server-command
           end-if
           if cfg-key is equal to 'CRASHLOOPMAX'
             move function numval(cfg-value) to crash-loop-max
           end-if
           if cfg-key is equal to 'PARAMALIASDAYS'
             move function numval(cfg-value) to param-alias-days
           end-if
           if cfg-key is equal to 'ADMINTOTP'
             move function numval(cfg-value) to admin-totp-mode
           end-if
           if cfg-key is equal to 'OPLOCKOUT'
             move function numval(cfg-value)
               to operator-lockout-limit
           end-if
           if cfg-key is equal to 'OPSESSIONMIN'
             move function numval(cfg-value)
               to operator-session-minutes
           end-if
           if cfg-key is equal to 'KEYOVERLAPDAYS'
             move function numval(cfg-value) to key-overlap-days
           end-if
           if cfg-key is equal to 'STANDBY'
             move function numval(cfg-value) to standby-mode
           end-if
           if cfg-key is equal to 'PRIMARYADDR'
             move cfg-value to standby-primary-name
           end-if
           if cfg-key is equal to 'STANDBYNAME'
             move function upper-case(cfg-value) to standby-ack-name
           end-if
           if cfg-key is equal to 'STANDBYTOKEN'
             move cfg-value to standby-ack-token
           end-if
           if cfg-key is equal to 'SYSLOGHOST'
             move cfg-value to syslog-host
           end-if
           if cfg-key is equal to 'SYSLOGPORT'
             move function numval(cfg-value) to syslog-port
           end-if
           if cfg-key is equal to 'SYSLOGPROTO'
             move function upper-case(cfg-value) to syslog-transport
           end-if
           if cfg-key is equal to 'SYSLOGFACILITY'
             move function numval(cfg-value) to syslog-facility
             if syslog-facility is greater than 23
               move 16 to syslog-facility
             end-if
           end-if
           if cfg-key is equal to 'REPORTRETAINDAYS'
             move function numval(cfg-value) to report-retain-days
           end-if
           if cfg-key is equal to 'STATUSPAGEDIR'
             move cfg-value to status-page-dir
           end-if
           if cfg-key is equal to 'SETTINGSDATCEILMB'
             move function numval(cfg-value) to settings-dat-ceil-mb
           end-if
           if cfg-key is equal to 'HISTORYDATCEILMB'
             move function numval(cfg-value) to history-dat-ceil-mb
           end-if
           if cfg-key is equal to 'JOURNALCEILMB'
             move function numval(cfg-value) to journal-ceil-mb
           end-if
           if cfg-key is equal to 'OUTBOXCEILMB'
             move function numval(cfg-value) to outbox-ceil-mb
           end-if
           if cfg-key is equal to 'SLOAVAILPCT'
             move function numval(cfg-value) to slo-avail-pct
           end-if
           if cfg-key is equal to 'SLOLATENCYMS'
             move function numval(cfg-value) to slo-latency-ms
             if slo-latency-ms is not equal to 10
               move 100 to slo-latency-ms
             end-if
           end-if
           if cfg-key is equal to 'SLOLATENCYPCT'
             move function numval(cfg-value) to slo-latency-pct
           end-if
           if cfg-key is equal to 'HELLOREQUIRED'
             move function upper-case(cfg-value) to cfg-value
             move zero to hello-scan-count
             inspect cfg-value tallying hello-scan-count
               for all 'TCP'
             if hello-scan-count is greater than zero
               move 1 to hello-required-tcp
             end-if
             move zero to hello-scan-count
             inspect cfg-value tallying hello-scan-count
               for all 'UNIX'
             if hello-scan-count is greater than zero
               move 1 to hello-required-unix
             end-if
           end-if
           if cfg-key is equal to 'SETTINGSPARTS'
             move function numval(cfg-value) to settings-parts-wanted
             if settings-parts-wanted is less than 1
                 or settings-parts-wanted is greater than 16
               move 1 to settings-parts-wanted
             end-if
           end-if
           if cfg-key is equal to 'CHECKPOINTEVERY'
             move function numval(cfg-value) to checkpoint-every
             if checkpoint-every is less than 1
               move 500 to checkpoint-every
             end-if
           end-if
           if cfg-key is equal to 'QUIESCEMAXSEC'
             move function numval(cfg-value) to quiesce-max-secs
             if quiesce-max-secs is less than 5
                 or quiesce-max-secs is greater than 900
               move 120 to quiesce-max-secs
             end-if
           end-if
           if cfg-key is equal to 'QUIESCEKEY'
             move cfg-value to quiesce-key
           end-if
           if cfg-key is equal to 'NAMESTYLE'
             move function upper-case(cfg-value) to name-style
             if name-style is not equal to 'UPPER_SNAKE'
                 and name-style is not equal to 'LOWER_SNAKE'
                 and name-style is not equal to 'UPPER_KEBAB'
                 and name-style is not equal to 'LOWER_KEBAB'
                 and name-style is not equal to 'CAMEL'
                 and name-style is not equal to 'PASCAL'
                 and name-style is not equal to 'DOTTED'
               move spaces to name-style
             end-if
           end-if
           if cfg-key is equal to 'NAMEMAXLEN'
             move function numval(cfg-value) to name-max-len
             if name-max-len is greater than 40
               move zero to name-max-len
             end-if
           end-if
           if cfg-key is equal to 'NAMEEDITDIST'
             move function numval(cfg-value) to name-edit-dist
             if name-edit-dist is greater than 3
               move 2 to name-edit-dist
             end-if
           end-if
           if cfg-key is equal to 'TLSCLIENTAUTH'
             move function upper-case(cfg-value) to tls-client-auth
             if tls-client-auth is not equal to 'OPTIONAL'
                 and tls-client-auth is not equal to 'REQUIRE'
               move 'OFF' to tls-client-auth
             end-if
           end-if
           if cfg-key is equal to 'TLSCLIENTCA'
             move cfg-value to tls-client-ca-path
           end-if
           if cfg-key is equal to 'MULTIREADMS'
             move function numval(cfg-value) to multi-read-ms
             if multi-read-ms is less than 10
                 or multi-read-ms is greater than 5000
               move 250 to multi-read-ms
             end-if
           end-if
           if cfg-key is equal to 'SANDBOXMAXDAYS'
             move function numval(cfg-value) to sandbox-max-days
             if sandbox-max-days is less than 1
                 or sandbox-max-days is greater than 365
               move 30 to sandbox-max-days
             end-if
           end-if
           if cfg-key is equal to 'SECRETWARN'
             if function upper-case(cfg-value(1:2)) is equal to 'ON'
               move 1 to secret-warn-on
             else
               move zero to secret-warn-on
             end-if
           end-if
           if cfg-key is equal to 'CERTALERTDAYS'
             perform parse-cert-alert-days
           end-if
           if cfg-key is equal to 'WORKERS'
             move function numval(cfg-value) to worker-count
             if worker-count is less than 1
             end-if
           end-if.

      *----------------------------------------------------------------
      * CERTALERTDAYS=60,30,14,7 - each day count that reads as a
      * number from 1 to 3650 is kept, in the order given; a line
      * that leaves none keeps the default set.
      *----------------------------------------------------------------
       parse-cert-alert-days.
           move spaces to cert-days-text(1) cert-days-text(2)
             cert-days-text(3) cert-days-text(4) cert-days-text(5)
             cert-days-text(6)
           unstring cfg-value delimited by ',' or space
             into cert-days-text(1) cert-days-text(2)
               cert-days-text(3) cert-days-text(4)
               cert-days-text(5) cert-days-text(6)
           end-unstring
           move zero to cert-alert-count
           perform
             varying cert-days-ind from 1 by 1
               until cert-days-ind is greater than 6
             if cert-days-text(cert-days-ind) is not equal to spaces
                 and function trim(cert-days-text(cert-days-ind))
                   is numeric
               if function numval(cert-days-text(cert-days-ind))
                     is greater than zero
                   and function numval(cert-days-text(cert-days-ind))
                     is not greater than 3650
                 add 1 to cert-alert-count end-add
                 move function numval(cert-days-text(cert-days-ind))
                   to cert-alert-days(cert-alert-count)
               end-if
             end-if
           end-perform
           if cert-alert-count is equal to zero
             move 4 to cert-alert-count
             move 60 to cert-alert-days(1)
             move 30 to cert-alert-days(2)
             move 14 to cert-alert-days(3)
             move 7 to cert-alert-days(4)
           end-if.

      *----------------------------------------------------------------
      * loads the source-address ACL (see acllist.cpy for the file
      * shape) into the shared external table. no ACLFILE configured
           end-read
           close old-enc-key-file.

      *----------------------------------------------------------------
      * the response-signing master key and its rotation-window
      * predecessor (see signingkey.cpy), loaded exactly the way the
      * encryption keys are: first line, trimmed. absent, unreadable
      * or empty leaves the length zero - nothing signed under it.
      *----------------------------------------------------------------
       load-sign-key-file.
           move spaces to sign-key
           move zero to sign-key-length
           if sign-key-file-path is equal to spaces
             exit paragraph
           end-if
           open input sign-key-file
           if sign-key-status-1 is not equal to '00'
             exit paragraph
           end-if
           read sign-key-file
             at end
               continue
             not at end
               move sign-key-line to sign-key
               move function length(function trim(
                   sign-key trailing))
                 to sign-key-length
               if sign-key is equal to spaces
                 move zero to sign-key-length
               end-if
           end-read
           close sign-key-file.

       load-old-sign-key-file.
           move spaces to sign-old-key
           move zero to sign-old-key-length
           if old-sign-key-file-path is equal to spaces
             exit paragraph
           end-if
           open input old-sign-key-file
           if sign-key-status-1 is not equal to '00'
             exit paragraph
           end-if
           read old-sign-key-file
             at end
               continue
             not at end
               move old-sign-key-line to sign-old-key
               move function length(function trim(
                   sign-old-key trailing))
                 to sign-old-key-length
               if sign-old-key is equal to spaces
                 move zero to sign-old-key-length
               end-if
           end-read
           close old-sign-key-file.

      *----------------------------------------------------------------
      * loads the change-freeze calendar (see freezecal.cpy for the
      * file shape) into the shared external table the same way the
