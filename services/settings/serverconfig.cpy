      * copy finally carries some of the read load.
       01 standby-mode binary-long unsigned is external.
       01 standby-primary-name picture x(64) is external.
      * the name this standby is registered under on its primary
      * and the ack token the primary issued it (STANDBYNAME and
      * STANDBYTOKEN in settings.cfg; spaces when this box reports
      * nothing back) - see standby-ack.cbl and
      * apply-change-journal.cbl.
       01 standby-ack-name picture x(16) is external.
       01 standby-ack-token picture x(80) is external.
      * per-section retention classes and the legal-hold flag - see
      * retentiondb.cpy/retentionrecord.cpy and set-retain.cbl.
       01 retention-dat-path picture x(255) is external.
      * the waiting reads. see the enforcement in
      * process-request.cbl.
       01 write-burst-limit binary-long unsigned is external.
      * the plain-HTTP gateway listener (HTTPPORT in settings.cfg;
      * zero, the default, opens none) - bound on the same address
      * as the main TCP listener and served by the same event loop.
      * see perform-http-descriptor.cbl, httpgateway.cpy and
      * http-gateway.cbl.
       01 http-port binary-long unsigned is external.
      * which sensitive sections already sit under the new
      * encryption key mid-rotation - see rekeyeddb.cpy,
      * rotate-keys.cbl and crypt-value-for.cbl.
      * notify-drop.cbl and drop-notify.cbl.
       01 notify-drops-dat-path picture x(255) is external.
       01 drop-dir-path picture x(128) is external.
      * the inbound half for the same socketless consumers: the
      * directory drop-inbound.cbl picks submitted command files up
      * from (INBOUNDDIR in settings.cfg; spaces when none is
      * configured) - see inboundentry.cpy.
       01 inbound-dir-path picture x(128) is external.
      * outbox webhook delivery: the per-consumer registry and the
      * dead-letter file of rows that exhausted their attempts - see
      * webhookdb.cpy/webhookrecord.cpy and webhook-deliver.cbl.
       01 webhooks-dat-path picture x(255) is external.
       01 webhook-dead-path picture x(255) is external.
      * the named sequence allocator's ranges and its allocation
      * ledger - see sequencedb.cpy/sequencerecord.cpy and
      * alloc-seq.cbl.
      * the api-key ownership registry - see keyownerdb.cpy/
      * keyownerrecord.cpy, key-owner-add.cbl and find-owner.cbl.
       01 key-owners-dat-path picture x(255) is external.
      * the exclusive section edit leases - see leasedb.cpy/
      * leaserecord.cpy, lease-sect.cbl and lease-check.cbl.
       01 leases-dat-path picture x(255) is external.
      * the per-section change counters behind conditional
      * get-section - see sectionversiondb.cpy/
      * sectionversionrecord.cpy and section-version.cbl.
       01 section-versions-dat-path picture x(255) is external.
      * the sections that take no change without a change ticket -
      * see ticketreqdb.cpy/ticketreqrecord.cpy, ticket-sect.cbl
      * and ticket-check.cbl.
       01 tickets-required-dat-path picture x(255) is external.
      * renamed params still answered under their old name - see
      * paramaliasdb.cpy/paramaliasrecord.cpy and rename-parm.cbl.
      * param-alias-days is how long an alias is honoured after the
      * rename (PARAMALIASDAYS in settings.cfg, default 30; zero
      * renames with no alias at all).
       01 param-aliases-dat-path picture x(255) is external.
       01 param-alias-days binary-long unsigned is external.
      * api-keys rolled over to a successor and still inside their
      * overlap - see keyrolloverdb.cpy/keyrolloverrecord.cpy,
      * roll-apikey.cbl and retire-keys.cbl. key-overlap-days is how
      * long both keys work (KEYOVERLAPDAYS in settings.cfg, default
      * 14; zero hands the predecessor to the next nightly run).
       01 key-rollovers-dat-path picture x(255) is external.
       01 key-overlap-days binary-long unsigned is external.
      * recurring time-window values - see valuewindowdb.cpy/
      * valuewindowrecord.cpy and window-parm.cbl.
       01 value-windows-dat-path picture x(255) is external.
      * integrity-sweep's proposed-actions file - the side-file
      * orphans it found, for review before its APPLY pass, the
      * reconcile-actions arrangement. see integritysweep.cbl.
       01 integrity-actions-path picture x(255) is external.
      * the unified alert bus every alert-producing program appends
      * structured alerts to, and the router's own state file - see
      * alertbusappend.cbl and alertrouter.cbl.
      * the on-demand request-trace capture file - see
      * tracestate.cpy, trace.cbl and trace-capture.cbl.
       01 request-trace-path picture x(255) is external.
      * the read-access log for sensitive sections - one line per
      * read that returned their values. see readauditrecord.cpy,
      * read-audit-note.cbl and read-audit-report.cbl.
       01 read-audit-path picture x(255) is external.
      * the operators enrolled for the one-time-code second factor
      * on master-key admin commands - see operatordb.cpy/
      * operatorrecord.cpy, operatorstate.cpy, op-login.cbl and
      * operator-admin.cbl. admin-totp-mode 1 (ADMINTOTP in
      * settings.cfg, default 0) makes every master-key command but
      * op-login and status require a live operator session;
      * operator-lockout-limit is how many bad codes in a row lock
      * an operator out (OPLOCKOUT, default 5), and
      * operator-session-minutes how long one good code holds
      * (OPSESSIONMIN, default 15).
       01 operators-dat-path picture x(255) is external.
       01 admin-totp-mode picture 9 is external.
       01 operator-lockout-limit binary-long unsigned is external.
       01 operator-session-minutes binary-long unsigned is external.
      * the template each section was created from - see
      * sectemplatedb.cpy/sectemplaterecord.cpy, add-section.cbl and
      * template-conformance.cbl.
       01 section-templates-dat-path picture x(255) is external.
      * per-param read tracking - see paramreaddb.cpy/
      * paramreadrecord.cpy, paramreadbuffer.cpy and
      * unused-param-report.cbl.
       01 param-reads-dat-path picture x(255) is external.
      * the consumer registry - which keys, and so which teams, read
      * each section. see consumerdb.cpy/consumerrecord.cpy,
      * consumer-registry.cbl and change-notices.cbl.
       01 consumers-dat-path picture x(255) is external.
      * forwarding of the audit trail and server.log to the shop's
      * syslog collector (SYSLOGHOST in settings.cfg; spaces, the
      * default, forwards nothing). SYSLOGPORT defaults to 514,
      * SYSLOGPROTO is UDP (the default) or TCP, SYSLOGFACILITY the
      * facility number (default 16, local0). lines the collector
      * could not take wait in the spool file and are replayed in
      * order once it answers again - see syslogforward.cbl and
      * syslogstate.cpy.
       01 syslog-host picture x(64) is external.
       01 syslog-port binary-long unsigned is external.
       01 syslog-transport picture x(3) is external.
       01 syslog-facility binary-long unsigned is external.
       01 syslog-spool-path picture x(255) is external.
      * the report repository every batch report is filed in - the
      * run index, the report lines and the per-report retention -
      * plus the scratch file run-job-plan captures a job's printed
      * output in before filing it. report-retain-days is how long a
      * report with no retention of its own is kept
      * (REPORTRETAINDAYS in settings.cfg, default 90). see
      * reportindexdb.cpy, file-report.cbl, report-repo.cbl and
      * report-purge.cbl.
       01 report-index-dat-path picture x(255) is external.
       01 report-store-dat-path picture x(255) is external.
       01 report-types-dat-path picture x(255) is external.
       01 report-capture-path picture x(255) is external.
       01 report-retain-days binary-long unsigned is external.
      * the web directory the intranet status page is written into
      * (STATUSPAGEDIR in settings.cfg; spaces, the default, writes
      * no page) - see write-status-page.cbl.
       01 status-page-dir picture x(128) is external.
      * the per-section and whole-file size history growth-report
      * appends a row set to on every run, and the file-size
      * ceilings capacity-forecast.cbl projects settings.dat,
      * setting-history.dat, the change journal and the outbox
      * against (SETTINGSDATCEILMB, HISTORYDATCEILMB, JOURNALCEILMB
      * and OUTBOXCEILMB in settings.cfg, in megabytes; zero, the
      * default, sets no ceiling).
       01 capacity-history-path picture x(255) is external.
       01 capacity-ceilings is external.
         02 settings-dat-ceil-mb binary-long unsigned.
         02 history-dat-ceil-mb binary-long unsigned.
         02 journal-ceil-mb binary-long unsigned.
         02 outbox-ceil-mb binary-long unsigned.
      * the availability evidence slo-report.cbl rebuilds a month
      * from: the health command's answer every time it changes
      * (health.cbl) and each command's latency buckets on the
      * stats snapshot cadence (savestatssnapshot.cbl). the targets
      * it holds the month to - SLOAVAILPCT (default 99.9),
      * SLOLATENCYMS (10 or 100, default 100) and SLOLATENCYPCT
      * (default 99.0), the share of get-section dispatches that
      * must finish under that many milliseconds.
       01 health-history-path picture x(255) is external.
       01 latency-snapshot-path picture x(255) is external.
       01 slo-targets is external.
         02 slo-avail-pct picture 9(3)v9(3).
         02 slo-latency-ms binary-long unsigned.
         02 slo-latency-pct picture 9(3)v9(3).
      * the listeners on which a connection must say hello
      * (hello.cbl) before anything but hello, list-cmds or health
      * is served - HELLOREQUIRED in settings.cfg, naming TCP (the
      * TLS port with it), UNIX or both, e.g. HELLOREQUIRED=TCP,UNIX.
      * unset, the default, requires it nowhere.
       01 hello-required is external.
         02 hello-required-tcp picture 9.
         02 hello-required-unix picture 9.
      * how many partitions repartition-settings.cbl is to split
      * settings.dat into - SETTINGSPARTS in settings.cfg, 1 to 16,
      * default 1. the store's live layout is the one that job last
      * wrote (see settingsroute.cpy), not this.
       01 settings-parts-wanted binary-long unsigned is external.
      * commit-interval checkpoints for the long-running batch jobs
      * - see checkpointdb.cpy and batch-checkpoint.cbl. a job
      * checkpoints every checkpoint-every records (CHECKPOINTEVERY
      * in settings.cfg, default 500); checkpoint-resumed is set by
      * a run that picked up a live checkpoint rather than starting
      * clean, for run-job-plan.cbl to read back after its CALL.
       01 checkpoints-dat-path picture x(255) is external.
       01 checkpoint-every binary-long unsigned is external.
       01 checkpoint-resumed picture 9 is external.
      * the online backup's quiesce hold - see quiescedb.cpy,
      * quiesce.cbl and quiesce-check.cbl. a hold lapses on its own
      * after at most quiesce-max-secs (QUIESCEMAXSEC in settings.cfg,
      * 5 to 900, default 120), whatever happens to the job that
      * raised it.
       01 quiesce-path picture x(255) is external.
       01 quiesce-max-secs binary-long unsigned is external.
      * the backup jobs' own credential for that hold (QUIESCEKEY in
      * settings.cfg; spaces when none is issued) - good for the
      * quiesce command and nothing else, so the jobs carry no
      * master key and need no operator session on a listener that
      * demands the second factor.
       01 quiesce-key picture x(80) is external.
      * every value and state a served request changed, under its
      * correlation id - see reqchangedb.cpy and revert-req.cbl.
       01 request-changes-path picture x(255) is external.
      * the certificate register cert-scan.cbl keeps from the
      * certificate artifacts it parses nightly, and the days-before-
      * expiry thresholds it raises alerts at (CERTALERTDAYS in
      * settings.cfg, up to six day counts separated by commas,
      * largest first or not - 60,30,14,7 when none is configured).
       01 cert-register-path picture x(255) is external.
       01 cert-alert-thresholds is external.
         02 cert-alert-count binary-long unsigned.
         02 cert-alert-days binary-long unsigned occurs 6 times.
      * whether set-param answers 'sw' - stored, but it looks like
      * a credential (secret-like.cbl) in a section not marked
      * sensitive - instead of 'ok' (SECRETWARN=ON in settings.cfg;
      * off by default, since a client that only knows 'ok' would
      * take the warning for a failure).
       01 secret-warn-on picture 9 is external.
      * the param naming convention param-hygiene.cbl holds names
      * to: NAMESTYLE in settings.cfg (UPPER_SNAKE, LOWER_SNAKE,
      * UPPER_KEBAB, LOWER_KEBAB, CAMEL, PASCAL or DOTTED; spaces,
      * the default, checks no style), NAMEMAXLEN (longest name
      * allowed; zero, the default, no limit) and NAMEEDITDIST (the
      * edit distance inside which two names are near-duplicates,
      * 0 to 3, default 2).
       01 param-name-policy is external.
         02 name-style picture x(12).
         02 name-max-len binary-long unsigned.
         02 name-edit-dist binary-long unsigned.
      * the write-once and locked params - see paramlockdb.cpy,
      * check-param-lock.cbl and lock-param.cbl.
       01 param-locks-path picture x(255) is external.
      * the section steward registry - see stewarddb.cpy and
      * set-steward.cbl.
       01 stewards-path picture x(255) is external.
      * client-certificate login on the TLS listener - TLSCLIENTAUTH
      * in settings.cfg: OFF (the default) asks the client for no
      * certificate, OPTIONAL verifies one when the client offers
      * it, REQUIRE refuses the handshake without one. TLSCLIENTCA
      * is the PEM bundle of the CAs trusted to issue them. see
      * perform-tls-context.cbl, certmaprecord.cpy, cert-login.cbl.
       01 tls-client-policy is external.
         02 tls-client-auth picture x(8).
         02 tls-client-ca-path picture x(128).
       01 cert-maps-path picture x(255) is external.
       01 cert-uses-path picture x(255) is external.
      * suspended api-key slots - see suspkeyrecord.cpy.
       01 susp-keys-path picture x(255) is external.
      * keys of people the HR extract says have left or moved - see
      * hrleaverrecord.cpy.
       01 hr-leavers-path picture x(255) is external.
      * the source networks bound api-keys may be used from - see
      * keybindrecord.cpy.
       01 key-binds-path picture x(255) is external.
      * sandbox sections and how far ahead new-sandbox lets their
      * expiry be set (SANDBOXMAXDAYS in settings.cfg; default 30,
      * 1 to 365) - see sandboxrecord.cpy.
       01 sandboxes-path picture x(255) is external.
       01 sandbox-max-days binary-long unsigned is external.
      * the deployment marker ledger - see deploymarkrecord.cpy.
       01 deploy-marks-path picture x(255) is external.
      * which application's offline bundle carries what - see
      * bundleregrecord.cpy.
       01 bundle-register-path picture x(255) is external.
      * the standbys the change-journal is kept for and how far each
      * has applied it - see standbyregrecord.cpy.
       01 standbys-path picture x(255) is external.
      * how long get-multi keeps trying for a page no commit landed
      * in the middle of before it answers 'rt' (MULTIREADMS in
      * settings.cfg, milliseconds; default 250, 10 to 5000).
       01 multi-read-ms binary-long unsigned is external.
      * per-instance overlay values resolved ahead of the base value
      * when the serving instance matches - see overlaydb.cpy/
      * overlayrecord.cpy and set-overlay.cbl. config-instance-name
      * started job's start/end/exit code to - see runjobplan.cbl.
       01 job-plan-path picture x(255) is external.
       01 run-ledger-path picture x(255) is external.
      * the server supervisor: the command line it launches the
      * listener with (SERVERCMD in settings.cfg; 'settings' when
      * none is configured), how many abnormal exits inside an hour
      * it tolerates before giving up (CRASHLOOPMAX, default 5), and
      * the restart ledger every start/stop/exit is appended to -
      * see supervise-server.cbl and morning-digest.cbl.
       01 server-command picture x(112) is external.
       01 crash-loop-max binary-long unsigned is external.
       01 restart-ledger-path picture x(255) is external.
      * the random device the key generator draws from - a path item
      * rather than a literal on the SELECT so random-dev can carry
      * the shared external file connector the same way the data
