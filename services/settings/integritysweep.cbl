       identification division.
       program-id. integrity-sweep.

      * standalone batch job - the referential integrity check
      * reconcile-sections never was. reconcile-sections only holds
      * settings.dat up against sections.dat; every side file keyed
      * by section name (and, for some, by param) can be left
      * pointing at a section or param that is gone after a
      * del-section, a purge-sect or an old restore-sec. this walks
      * each of them end to end and probes the live sections.dat/
      * settings.dat for what the row names:
      *   section only   tags, quotas, rules, calcs, key-owners,
      *                  key-index, key-usage, protected, retention,
      *                  sensitive, releases, pending, approvals,
      *                  leases, tickets-required, stewards,
      *                  param-locks, suspended-keys, key-bindings,
      *                  sandboxes, cert-maps, bundle registrations
      *   section+param  overlays, rollouts, views, dictionary,
      *                  deprecations, param-aliases (the param an
      *                  alias leads TO - see rename-parm.cbl),
      *                  value-windows
      * a bundle registration is held to each section it lists
      * (bundleregrecord.cpy): the orphan is the one entry, and
      * APPLY takes that entry out of the registration rather than
      * dropping the application's whole registration. a cert-map
      * row is found again by its certificate identity, too long
      * for the action line's key field, so it rides in the line's
      * long-key field at the end.
      * rules, calcs, releases, pending, approvals and param-locks
      * legitimately
      * name params not on file yet (or no longer) - a rule set up
      * ahead of the value, a release snapshot of a value since
      * dropped, a write-once mark waiting for its first value - so
      * only their section is held to account. the
      * section-versions counters are left alone on purpose: they
      * outlive their section so a re-created one can never hand
      * back a version a client has already seen.
      * like reconcile-sections, the report pass writes every
      * orphan as a proposed action line to the integrity-actions
      * file:
      *   DROPSIDE <file> <S|P> <section> <param> <rest-of-key>
      *            [long-key]
      * (S - the section is gone, P - the section is there but the
      * param is not), an operator reviews it - deleting the lines
      * they do NOT want executed - and a second, explicit run:
      *   integrity-sweep APPLY
      * removes exactly the rows that survived, re-probing each
      * first so a section or param re-created since the report is
      * never stripped of its side data. one audit line per row
      * removed. exits with return-code equal to the number of
      * orphans found, for the nightly scheduler.
      * usage:
      *   integrity-sweep         report + write proposed actions
      *   integrity-sweep APPLY   execute the reviewed actions

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy settingdb.
         copy tagdb.
         copy quotadb.
         copy ruledb.
         copy overlaydb.
         copy rolloutdb.
         copy calcdb.
         copy viewsdb.
         copy dictionarydb.
         copy deprecationdb.
         copy keyownerdb.
         copy keyindexdb.
         copy keyusagedb.
         copy protectdb.
         copy retentiondb.
         copy sensdb.
         copy releasedb.
         copy pendingdb.
         copy approvaldb.
         copy leasedb.
         copy ticketreqdb.
         copy paramaliasdb.
         copy valuewindowdb.
         copy stewarddb.
         copy paramlockdb.
         copy suspkeydb.
         copy keybinddb.
         copy sandboxdb.
         copy certmapdb.
         copy bundleregdb.

         select optional actions-file assign to external
             integrity-actions-path
           organization is line sequential.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy tagrecord.
         copy quotarecord.
         copy rulerecord.
         copy overlayrecord.
         copy rolloutrecord.
         copy calcrecord.
         copy viewsrecord.
         copy dictionaryrecord.
         copy deprecationrecord.
         copy keyownerrecord.
         copy keyindexrecord.
         copy keyusagerecord.
         copy protectrecord.
         copy retentionrecord.
         copy sensrecord.
         copy releaserecord.
         copy pendingrecord.
         copy approvalrecord.
         copy leaserecord.
         copy ticketreqrecord.
         copy paramaliasrecord.
         copy valuewindowrecord.
         copy stewardrecord.
         copy paramlockrecord.
         copy suspkeyrecord.
         copy keybindrecord.
         copy sandboxrecord.
         copy certmaprecord.
         copy bundleregrecord.

       fd actions-file.
       01 action-line.
         02 act-verb picture x(9).
         02 filler picture x.
         02 act-file picture x(16).
         02 filler picture x.
         02 act-reason picture x.
         02 filler picture x.
         02 act-section picture x(40).
         02 filler picture x.
         02 act-param picture x(40).
         02 filler picture x.
         02 act-extra picture x(40).
         02 filler picture x.
         02 act-long-key picture x(128).

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy auditnote.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
       01 audit-cmd-name picture x(11) value 'integrity  '.
       01 audit-rcode picture x(2) value 'ok'.
       01 arg-mode picture x(10).
       01 walk-done picture 9.
       01 actions-eof picture 9.
       01 param-wanted picture 9.
       01 section-live picture 9.
       01 param-live picture 9.
       01 drop-ok picture 9.
       01 held-file picture x(16).
       01 held-reason picture x.
       01 held-section picture x(40).
       01 held-param picture x(40).
       01 held-extra picture x(40).
       01 held-long-key picture x(128).
       01 entry-ind binary-long unsigned.
       01 entry-kept binary-long unsigned.
       01 file-count binary-long unsigned.
       01 orphan-count binary-long unsigned value 0.
       01 dropped-count binary-long unsigned value 0.
       01 skipped-count binary-long unsigned value 0.
       01 alert-class picture x(16) value 'INTEGRITY'.
       01 alert-bus-text picture x(96).
       01 orphan-count-display picture 9(9).

       procedure division.
       start-integrity-sweep.
           move spaces to arg-mode
           accept arg-mode from argument-value
           move function upper-case(arg-mode) to arg-mode

           call 'load-data-paths' end-call

           if arg-mode is equal to 'APPLY'
             perform apply-reviewed-actions
           else
             perform report-and-propose
           end-if
           goback.

       report-and-propose.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open output actions-file

           perform sweep-tags
           perform sweep-quotas
           perform sweep-rules
           perform sweep-overlays
           perform sweep-rollouts
           perform sweep-calcs
           perform sweep-views
           perform sweep-dictionary
           perform sweep-deprecations
           perform sweep-key-owners
           perform sweep-key-index
           perform sweep-key-usage
           perform sweep-protected
           perform sweep-retention
           perform sweep-sensitive
           perform sweep-releases
           perform sweep-pending
           perform sweep-approvals
           perform sweep-leases
           perform sweep-tickets-required
           perform sweep-param-aliases
           perform sweep-value-windows
           perform sweep-stewards
           perform sweep-param-locks
           perform sweep-suspended-keys
           perform sweep-key-bindings
           perform sweep-sandboxes
           perform sweep-cert-maps
           perform sweep-bundle-entries

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close actions-file

           display 'integrity-sweep: ' orphan-count
             ' orphan row(s) across the side files' end-display
           if orphan-count is greater than zero
             display 'integrity-sweep: proposed actions written'
               ' - review, then run with APPLY' end-display
      *----------------------------------------------------------------
      * the reconcile-sections rule: proposed actions nobody
      * notices go on the alert bus.
      *----------------------------------------------------------------
             move orphan-count to orphan-count-display
             move spaces to alert-bus-text
             string orphan-count-display delimited by size
                 ' integrity action(s) awaiting review'
                   delimited by size
               into alert-bus-text
             end-string
             call 'alert-bus-append' using
               by reference alert-class
               by reference alert-bus-text
             end-call
           end-if

           move orphan-count to return-code.

      *----------------------------------------------------------------
      * the per-file walks. each one starts below the file's lowest
      * key and reads it through in key order, handing every row's
      * section (and param, where the file is held to one) to
      * judge-held-row with whatever else it takes to find the row
      * again in held-extra - the APPLY pass rebuilds the key from
      * it. an absent file is simply an empty one.
      *----------------------------------------------------------------
       sweep-tags.
           move 'tags' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input tags-db
           move low-values to tag-key
           start tags-db
             key is greater than tag-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read tags-db next record
               at end
                 move 1 to walk-done
               not at end
                 move tag-section to held-section
                 move spaces to held-param
                 move tag-name to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close tags-db
           perform end-file-sweep.

       sweep-quotas.
           move 'quotas' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input quotas-db
           move low-values to quota-section-name
           start quotas-db
             key is greater than quota-section-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read quotas-db next record
               at end
                 move 1 to walk-done
               not at end
                 move quota-section-name to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close quotas-db
           perform end-file-sweep.

       sweep-rules.
           move 'rules' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input rules-db
           move low-values to rule-key
           start rules-db
             key is greater than rule-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read rules-db next record
               at end
                 move 1 to walk-done
               not at end
                 move rule-section to held-section
                 move rule-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close rules-db
           perform end-file-sweep.

       sweep-overlays.
           move 'overlays' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input overlays-db
           move low-values to overlay-key
           start overlays-db
             key is greater than overlay-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read overlays-db next record
               at end
                 move 1 to walk-done
               not at end
                 move ov-section to held-section
                 move ov-param to held-param
                 move spaces to held-extra
                 move ov-instance to held-extra(1:16)
                 perform judge-held-row
             end-read
           end-perform
           close overlays-db
           perform end-file-sweep.

       sweep-rollouts.
           move 'rollouts' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input rollouts-db
           move low-values to rollout-key
           start rollouts-db
             key is greater than rollout-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read rollouts-db next record
               at end
                 move 1 to walk-done
               not at end
                 move rollout-section to held-section
                 move rollout-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close rollouts-db
           perform end-file-sweep.

       sweep-calcs.
           move 'calcs' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input calcs-db
           move low-values to calc-key
           start calcs-db
             key is greater than calc-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read calcs-db next record
               at end
                 move 1 to walk-done
               not at end
                 move calc-section to held-section
                 move calc-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close calcs-db
           perform end-file-sweep.

      *----------------------------------------------------------------
      * a view member names a section and param of its own; the
      * row itself is found again by view name and member number.
      *----------------------------------------------------------------
       sweep-views.
           move 'views' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input views-db
           move low-values to views-key
           start views-db
             key is greater than views-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read views-db next record
               at end
                 move 1 to walk-done
               not at end
                 move vw-section to held-section
                 move vw-param to held-param
                 move spaces to held-extra
                 move vw-name to held-extra(1:16)
                 move vw-seq to held-extra(17:2)
                 perform judge-held-row
             end-read
           end-perform
           close views-db
           perform end-file-sweep.

       sweep-dictionary.
           move 'dictionary' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input dictionary-db
           move low-values to dictionary-key
           start dictionary-db
             key is greater than dictionary-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read dictionary-db next record
               at end
                 move 1 to walk-done
               not at end
                 move dict-section to held-section
                 move dict-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close dictionary-db
           perform end-file-sweep.

       sweep-deprecations.
           move 'deprecations' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input deprecations-db
           move low-values to deprecation-key
           start deprecations-db
             key is greater than deprecation-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read deprecations-db next record
               at end
                 move 1 to walk-done
               not at end
                 move dep-section to held-section
                 move dep-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close deprecations-db
           perform end-file-sweep.

       sweep-key-owners.
           move 'key-owners' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input key-owners-db
           move low-values to key-owner-key
           start key-owners-db
             key is greater than key-owner-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-owners-db next record
               at end
                 move 1 to walk-done
               not at end
                 move ko-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move ko-fingerprint to held-extra(1:15)
                 perform judge-held-row
             end-read
           end-perform
           close key-owners-db
           perform end-file-sweep.

       sweep-key-index.
           move 'key-index' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input key-index-db
           move low-values to key-index-key
           start key-index-db
             key is greater than key-index-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-index-db next record
               at end
                 move 1 to walk-done
               not at end
                 move kx-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move kx-fingerprint to held-extra(1:15)
                 perform judge-held-row
             end-read
           end-perform
           close key-index-db
           perform end-file-sweep.

       sweep-key-usage.
           move 'key-usage' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input key-usage-db
           move low-values to key-usage-key
           start key-usage-db
             key is greater than key-usage-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-usage-db next record
               at end
                 move 1 to walk-done
               not at end
                 move ku-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move ku-fingerprint to held-extra(1:15)
                 move ku-peer-ip to held-extra(16:10)
                 perform judge-held-row
             end-read
           end-perform
           close key-usage-db
           perform end-file-sweep.

       sweep-protected.
           move 'protected' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input protected-db
           move low-values to prot-section-name
           start protected-db
             key is greater than prot-section-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read protected-db next record
               at end
                 move 1 to walk-done
               not at end
                 move prot-section-name to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close protected-db
           perform end-file-sweep.

       sweep-retention.
           move 'retention' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input retention-db
           move low-values to ret-section
           start retention-db
             key is greater than ret-section
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read retention-db next record
               at end
                 move 1 to walk-done
               not at end
                 move ret-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close retention-db
           perform end-file-sweep.

       sweep-sensitive.
           move 'sensitive' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input sensitive-db
           move low-values to sens-section-name
           start sensitive-db
             key is greater than sens-section-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read sensitive-db next record
               at end
                 move 1 to walk-done
               not at end
                 move sens-section-name to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close sensitive-db
           perform end-file-sweep.

       sweep-releases.
           move 'releases' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input releases-db
           move low-values to release-key
           start releases-db
             key is greater than release-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read releases-db next record
               at end
                 move 1 to walk-done
               not at end
                 move rel-section to held-section
                 move rel-param to held-param
                 move spaces to held-extra
                 move rel-name to held-extra(1:16)
                 perform judge-held-row
             end-read
           end-perform
           close releases-db
           perform end-file-sweep.

       sweep-pending.
           move 'pending' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input pending-changes-db
           move low-values to pending-key
           start pending-changes-db
             key is greater than pending-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read pending-changes-db next record
               at end
                 move 1 to walk-done
               not at end
                 move pend-section to held-section
                 move pend-param to held-param
                 move spaces to held-extra
                 move pend-effective-on to held-extra(1:8)
                 perform judge-held-row
             end-read
           end-perform
           close pending-changes-db
           perform end-file-sweep.

       sweep-approvals.
           move 'approvals' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input approvals-db
           move low-values to approval-key
           start approvals-db
             key is greater than approval-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read approvals-db next record
               at end
                 move 1 to walk-done
               not at end
                 move appr-section to held-section
                 move appr-param to held-param
                 move spaces to held-extra
                 move appr-seq to held-extra(1:4)
                 perform judge-held-row
             end-read
           end-perform
           close approvals-db
           perform end-file-sweep.

       sweep-leases.
           move 'leases' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input leases-db
           move low-values to lease-section
           start leases-db
             key is greater than lease-section
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read leases-db next record
               at end
                 move 1 to walk-done
               not at end
                 move lease-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close leases-db
           perform end-file-sweep.

       sweep-tickets-required.
           move 'tickets-required' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input tickets-required-db
           move low-values to treq-section-name
           start tickets-required-db
             key is greater than treq-section-name
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read tickets-required-db next record
               at end
                 move 1 to walk-done
               not at end
                 move treq-section-name to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close tickets-required-db
           perform end-file-sweep.

      *    the alias row is found again by its OLD name (held-extra);
      *    the param it must not outlive is the new one.
       sweep-param-aliases.
           move 'param-aliases' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input param-aliases-db
           move low-values to param-alias-key
           start param-aliases-db
             key is greater than param-alias-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read param-aliases-db next record
               at end
                 move 1 to walk-done
               not at end
                 move alias-section to held-section
                 move alias-new-param to held-param
                 move alias-old-param to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close param-aliases-db
           perform end-file-sweep.

       sweep-value-windows.
           move 'value-windows' to held-file
           move 1 to param-wanted
           perform begin-file-sweep
           open input value-windows-db
           move low-values to value-window-key
           start value-windows-db
             key is greater than value-window-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read value-windows-db next record
               at end
                 move 1 to walk-done
               not at end
                 move win-section to held-section
                 move win-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close value-windows-db
           perform end-file-sweep.

       sweep-stewards.
           move 'stewards' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input stewards-db
           move low-values to st-section
           start stewards-db
             key is greater than st-section
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read stewards-db next record
               at end
                 move 1 to walk-done
               not at end
                 move st-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close stewards-db
           perform end-file-sweep.

      *    a write-once mark may wait on a param with no value yet,
      *    so only the section is held to account - the param rides
      *    along to find the row again.
       sweep-param-locks.
           move 'param-locks' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input param-locks-db
           move low-values to param-lock-key
           start param-locks-db
             key is greater than param-lock-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read param-locks-db next record
               at end
                 move 1 to walk-done
               not at end
                 move plk-section to held-section
                 move plk-param to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close param-locks-db
           perform end-file-sweep.

       sweep-suspended-keys.
           move 'suspended-keys' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input susp-keys-db
           move low-values to sk-key
           start susp-keys-db
             key is greater than sk-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read susp-keys-db next record
               at end
                 move 1 to walk-done
               not at end
                 move sk-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move sk-fingerprint to held-extra(1:15)
                 perform judge-held-row
             end-read
           end-perform
           close susp-keys-db
           perform end-file-sweep.

       sweep-key-bindings.
           move 'key-bindings' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input key-binds-db
           move low-values to kb-key
           start key-binds-db
             key is greater than kb-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read key-binds-db next record
               at end
                 move 1 to walk-done
               not at end
                 move kb-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move kb-fingerprint to held-extra(1:15)
                 perform judge-held-row
             end-read
           end-perform
           close key-binds-db
           perform end-file-sweep.

       sweep-sandboxes.
           move 'sandboxes' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input sandboxes-db
           move low-values to sb-section
           start sandboxes-db
             key is greater than sb-section
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read sandboxes-db next record
               at end
                 move 1 to walk-done
               not at end
                 move sb-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 perform judge-held-row
             end-read
           end-perform
           close sandboxes-db
           perform end-file-sweep.

       sweep-cert-maps.
           move 'cert-maps' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input cert-maps-db
           move low-values to cm-identity
           start cert-maps-db
             key is greater than cm-identity
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-maps-db next record
               at end
                 move 1 to walk-done
               not at end
                 move cm-section to held-section
                 move spaces to held-param
                 move spaces to held-extra
                 move cm-identity to held-long-key
                 perform judge-held-row
             end-read
           end-perform
           close cert-maps-db
           perform end-file-sweep.

      *    one row per SECT entry, the registration's application
      *    in held-extra to find it again.
       sweep-bundle-entries.
           move 'bundle-entries' to held-file
           move zero to param-wanted
           perform begin-file-sweep
           open input bundle-register-db
           move low-values to ab-application
           start bundle-register-db
             key is greater than ab-application
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read bundle-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 perform
                   varying entry-ind from 1 by 1
                     until entry-ind is greater than ab-entry-count
                       or entry-ind is greater than 8
                   if ab-section-entry(entry-ind)
                     move ab-name(entry-ind) to held-section
                     move spaces to held-param
                     move ab-application to held-extra
                     perform judge-held-row
                   end-if
                 end-perform
             end-read
           end-perform
           close bundle-register-db
           perform end-file-sweep.

       begin-file-sweep.
           move zero to walk-done
           move zero to file-count
           move spaces to held-long-key.

       end-file-sweep.
           display 'integrity-sweep: ' held-file ' ' file-count
             ' orphan(s)' end-display.

      *----------------------------------------------------------------
      * the section first - a row whose section is gone is an orphan
      * whatever its param says; only then, for the files held to
      * one, the param.
      *----------------------------------------------------------------
       judge-held-row.
           perform probe-section
           if section-live is equal to zero
             move 'S' to held-reason
             perform note-orphan
             exit paragraph
           end-if
           if param-wanted is equal to 1
             perform probe-param
             if param-live is equal to zero
               move 'P' to held-reason
               perform note-orphan
             end-if
           end-if.

       probe-section.
           move 1 to section-live
           move held-section to name
           read sections-db record
             invalid key
               move zero to section-live
           end-read.

      *    a blank param (a whole-section view member) names nothing
      *    that can have gone.
       probe-param.
           move 1 to param-live
           if held-param is equal to spaces
             exit paragraph
           end-if
           move held-section to ssection-name
           move held-param to sparam-name
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               move zero to param-live
           end-read.

       note-orphan.
           add 1 to file-count end-add
           add 1 to orphan-count end-add
           if held-reason is equal to 'S'
             display 'ORPHAN ' held-file ' section='
               function trim(held-section) ' (section gone)'
               end-display
           else
             display 'ORPHAN ' held-file ' section='
               function trim(held-section) ' param='
               function trim(held-param) ' (param gone)' end-display
           end-if
           move spaces to action-line
           move 'DROPSIDE' to act-verb
           move held-file to act-file
           move held-reason to act-reason
           move held-section to act-section
           move held-param to act-param
           move held-extra to act-extra
           move held-long-key to act-long-key
           write action-line.

      *----------------------------------------------------------------
      * the second pass: exactly the lines the operator left in the
      * actions file are executed, nothing re-derived. each row is
      * re-probed first - the world may have moved since the report
      * pass, and a section or param re-created under the same name
      * makes its side rows live data again - and a row that has
      * meanwhile gone anyway is counted skipped, not failed.
      *----------------------------------------------------------------
       apply-reviewed-actions.
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open i-o tags-db
           open i-o quotas-db
           open i-o rules-db
           open i-o overlays-db
           open i-o rollouts-db
           open i-o calcs-db
           open i-o views-db
           open i-o dictionary-db
           open i-o deprecations-db
           open i-o key-owners-db
           open i-o key-index-db
           open i-o key-usage-db
           open i-o protected-db
           open i-o retention-db
           open i-o sensitive-db
           open i-o releases-db
           open i-o pending-changes-db
           open i-o approvals-db
           open i-o leases-db
           open i-o tickets-required-db
           open i-o param-aliases-db
           open i-o value-windows-db
           open i-o stewards-db
           open i-o param-locks-db
           open i-o susp-keys-db
           open i-o key-binds-db
           open i-o sandboxes-db
           open i-o cert-maps-db
           open i-o bundle-register-db
           open input actions-file

           move zero to actions-eof
           perform
             until actions-eof is equal to 1
             read actions-file
               at end
                 move 1 to actions-eof
               not at end
                 perform apply-one-action
             end-read
           end-perform

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close tags-db
           close quotas-db
           close rules-db
           close overlays-db
           close rollouts-db
           close calcs-db
           close views-db
           close dictionary-db
           close deprecations-db
           close key-owners-db
           close key-index-db
           close key-usage-db
           close protected-db
           close retention-db
           close sensitive-db
           close releases-db
           close pending-changes-db
           close approvals-db
           close leases-db
           close tickets-required-db
           close param-aliases-db
           close value-windows-db
           close stewards-db
           close param-locks-db
           close susp-keys-db
           close key-binds-db
           close sandboxes-db
           close cert-maps-db
           close bundle-register-db
           close actions-file

           display 'integrity-sweep: APPLY done - '
             dropped-count ' orphan row(s) removed, '
             skipped-count ' action(s) skipped' end-display
           move zero to return-code.

       apply-one-action.
           if act-verb is not equal to 'DROPSIDE'
             add 1 to skipped-count end-add
             exit paragraph
           end-if

           move act-section to held-section
           move act-param to held-param
           perform probe-section
           if section-live is equal to 1
             if act-reason is equal to 'S'
               add 1 to skipped-count end-add
               display '  SKIP ' function trim(act-file) ' '
                 function trim(act-section)
                 ' - section exists again' end-display
               exit paragraph
             end-if
             perform probe-param
             if param-live is equal to 1
               add 1 to skipped-count end-add
               display '  SKIP ' function trim(act-file) ' '
                 function trim(act-section) ' / '
                 function trim(act-param)
                 ' - param exists again' end-display
               exit paragraph
             end-if
           end-if

           move 1 to drop-ok
           evaluate act-file
             when 'tags'
               move act-extra to tag-name
               move act-section to tag-section
               delete tags-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'quotas'
               move act-section to quota-section-name
               delete quotas-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'rules'
               move act-section to rule-section
               move act-param to rule-param
               delete rules-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'overlays'
               move act-section to ov-section
               move act-param to ov-param
               move act-extra(1:16) to ov-instance
               delete overlays-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'rollouts'
               move act-section to rollout-section
               move act-param to rollout-param
               delete rollouts-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'calcs'
               move act-section to calc-section
               move act-param to calc-param
               delete calcs-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'views'
               move act-extra(1:16) to vw-name
               move act-extra(17:2) to vw-seq
               delete views-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'dictionary'
               move act-section to dict-section
               move act-param to dict-param
               delete dictionary-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'deprecations'
               move act-section to dep-section
               move act-param to dep-param
               delete deprecations-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'key-owners'
               move act-extra(1:15) to ko-fingerprint
               move act-section to ko-section
               delete key-owners-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'key-index'
               move act-extra(1:15) to kx-fingerprint
               move act-section to kx-section
               delete key-index-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'key-usage'
               move act-extra(1:15) to ku-fingerprint
               move act-extra(16:10) to ku-peer-ip
               delete key-usage-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'protected'
               move act-section to prot-section-name
               delete protected-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'retention'
               move act-section to ret-section
               delete retention-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'sensitive'
               move act-section to sens-section-name
               delete sensitive-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'releases'
               move act-section to rel-section
               move act-extra(1:16) to rel-name
               move act-param to rel-param
               delete releases-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'pending'
               move act-section to pend-section
               move act-param to pend-param
               move act-extra(1:8) to pend-effective-on
               delete pending-changes-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'approvals'
               move act-section to appr-section
               move act-extra(1:4) to appr-seq
               delete approvals-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'leases'
               move act-section to lease-section
               delete leases-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'tickets-required'
               move act-section to treq-section-name
               delete tickets-required-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'param-aliases'
               move act-section to alias-section
               move act-extra to alias-old-param
               delete param-aliases-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'value-windows'
               move act-section to win-section
               move act-param to win-param
               delete value-windows-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'stewards'
               move act-section to st-section
               delete stewards-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'param-locks'
               move act-section to plk-section
               move act-param to plk-param
               delete param-locks-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'suspended-keys'
               move act-section to sk-section
               move act-extra(1:15) to sk-fingerprint
               delete susp-keys-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'key-bindings'
               move act-section to kb-section
               move act-extra(1:15) to kb-fingerprint
               delete key-binds-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'sandboxes'
               move act-section to sb-section
               delete sandboxes-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'cert-maps'
               move act-long-key to cm-identity
               delete cert-maps-db record
                 invalid key
                   move zero to drop-ok
               end-delete
             when 'bundle-entries'
               perform drop-bundle-entry
             when other
               move zero to drop-ok
           end-evaluate

           if drop-ok is equal to zero
             add 1 to skipped-count end-add
             exit paragraph
           end-if
           add 1 to dropped-count end-add
           display '  DROPPED ' function trim(act-file) ' '
             function trim(act-section) ' '
             function trim(act-param) end-display
           move spaces to audit-note
           string 'DROPPED ' delimited by size
               act-file delimited by space
             into audit-note
           end-string
           call 'audit-log' using
             by reference act-section, audit-cmd-name, audit-rcode
           end-call.

      *----------------------------------------------------------------
      * the registration stays; only its entries naming the gone
      * section come out, the rest closed up behind them. nothing
      * left to take out counts as skipped.
      *----------------------------------------------------------------
       drop-bundle-entry.
           move act-extra to ab-application
           read bundle-register-db record
             invalid key
               move zero to drop-ok
               exit paragraph
           end-read
           move zero to entry-kept
           perform
             varying entry-ind from 1 by 1
               until entry-ind is greater than ab-entry-count
                 or entry-ind is greater than 8
             if ab-section-entry(entry-ind)
                 and ab-name(entry-ind) is equal to act-section
               continue
             else
               add 1 to entry-kept end-add
               if entry-kept is not equal to entry-ind
                 move ab-entries(entry-ind) to ab-entries(entry-kept)
               end-if
             end-if
           end-perform
           if entry-kept is equal to ab-entry-count
             move zero to drop-ok
             exit paragraph
           end-if
           perform
             varying entry-ind from entry-kept by 1
               until entry-ind is not less than 8
             move spaces to ab-kind(entry-ind + 1)
             move spaces to ab-name(entry-ind + 1)
             move zero to ab-entry-hash(entry-ind + 1)
           end-perform
           move entry-kept to ab-entry-count
           rewrite bundle-register-record
             invalid key
               move zero to drop-ok
           end-rewrite.

       end program integrity-sweep.
