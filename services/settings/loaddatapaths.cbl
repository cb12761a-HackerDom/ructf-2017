           perform build-one-path
           move path-built to outbox-acks-dat-path

           move 'webhooks' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to webhooks-dat-path

           move 'webhook-dead-letter' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to webhook-dead-path

           move config-instance to config-instance-name

           move 'releases' to path-stem
           perform build-one-path
           move path-built to key-owners-dat-path

           move 'leases' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to leases-dat-path

           move 'section-versions' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to section-versions-dat-path

           move 'tickets-required' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to tickets-required-dat-path

           move 'param-aliases' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to param-aliases-dat-path

           move 'key-rollovers' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to key-rollovers-dat-path

           move 'value-windows' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to value-windows-dat-path

           move 'integrity-actions' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to integrity-actions-path

           move 'alert-bus' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           perform build-one-path
           move path-built to request-trace-path

           move 'read-audit' to path-stem
           move '.log' to path-ext
           perform build-one-path
           move path-built to read-audit-path

           move 'operators' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to operators-dat-path

           move 'section-templates' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to section-templates-dat-path

           move 'param-reads' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to param-reads-dat-path

           move 'consumers' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to consumers-dat-path

           move 'syslog-spool' to path-stem
           move '.log' to path-ext
           perform build-one-path
           move path-built to syslog-spool-path

           move 'report-index' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to report-index-dat-path

           move 'report-store' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to report-store-dat-path

           move 'report-types' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to report-types-dat-path

           move 'report-capture' to path-stem
           move '.tmp' to path-ext
           perform build-one-path
           move path-built to report-capture-path

           move 'capacity-history' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to capacity-history-path

           move 'health-history' to path-stem
           move '.log' to path-ext
           perform build-one-path
           move path-built to health-history-path

           move 'latency-snapshots' to path-stem
           move '.log' to path-ext
           perform build-one-path
           move path-built to latency-snapshot-path

           move 'instance-overlays' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           perform build-one-path
           move path-built to run-ledger-path

           move 'restart-ledger' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to restart-ledger-path

           move 'checkpoints' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to checkpoints-dat-path

           move 'quiesce' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to quiesce-path

           move 'request-changes' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to request-changes-path

           move 'cert-register' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to cert-register-path

           move 'param-locks' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to param-locks-path

           move 'stewards' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to stewards-path

           move 'cert-maps' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to cert-maps-path

           move 'cert-uses' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to cert-uses-path

           move 'suspended-keys' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to susp-keys-path

           move 'hr-leavers' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to hr-leavers-path

           move 'key-bindings' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to key-binds-path

           move 'sandboxes' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to sandboxes-path

           move 'deploy-markers' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to deploy-marks-path

           move 'app-bundles' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to bundle-register-path

           move 'standbys' to path-stem
           move '.dat' to path-ext
           perform build-one-path
           move path-built to standbys-path

           move trimmed-data-dir to data-dir-path

      *----------------------------------------------------------------
