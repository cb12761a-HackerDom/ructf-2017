         copy retentiondb.
         copy keyusagedb.
         copy releasedb.
         copy leasedb.
         copy sectionversiondb.
         copy ticketreqdb.
         copy paramaliasdb.
         copy keyrolloverdb.
         copy operatordb.
         copy sectemplatedb.
         copy paramreaddb.
         copy valuewindowdb.
         copy paramlockdb.
         copy stewarddb.
         copy certmapdb.
         copy certusedb.
         copy suspkeydb.
         copy keybinddb.
         copy sandboxdb.
         copy deploymarkdb.
         copy bundleregdb.
         copy standbyregdb.

         select random-dev assign to external random-dev-path.

         copy retentionrecord.
         copy keyusagerecord.
         copy releaserecord.
         copy leaserecord.
         copy sectionversionrecord.
         copy ticketreqrecord.
         copy paramaliasrecord.
         copy keyrolloverrecord.
         copy operatorrecord.
         copy sectemplaterecord.
         copy paramreadrecord.
         copy valuewindowrecord.
         copy paramlockrecord.
         copy stewardrecord.
         copy certmaprecord.
         copy certuserecord.
         copy suspkeyrecord.
         copy keybindrecord.
         copy sandboxrecord.
         copy deploymarkrecord.
         copy bundleregrecord.
         copy standbyregrecord.

         fd random-dev is external.
         01 buffer picture x(80).
         01 section-status-2 picture xx.
         01 sequence-status-1 picture xx.
         01 sequence-status-2 picture xx.
         01 version-status-1 picture xx.
         01 version-status-2 picture xx.
         01 sandbox-status-1 picture xx.
         01 sandbox-status-2 picture xx.
         01 server-descriptor binary-long.
         01 unix-server-descriptor binary-long.
         01 port-binary binary-short unsigned.
             by reference config-backlog
             by reference unix-server-descriptor
           end-call
           call 'perform-http-descriptor' using
             by reference config-bind-address
             by reference config-backlog
           end-call
           call 'perform-tls-context' using
             by reference config-tls-cert-path
             by reference config-tls-key-path

           open i-o sections-db
           open input random-dev
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open i-o templates-db
           open i-o retention-db
           open i-o key-usage-db
           open i-o releases-db
           open i-o leases-db
           open i-o section-versions-db
           open i-o tickets-required-db
           open i-o param-aliases-db
           open i-o key-rollovers-db
           open i-o operators-db
           open i-o section-templates-db
           open i-o param-reads-db
           open i-o value-windows-db
           open i-o param-locks-db
           open i-o stewards-db
           open i-o cert-maps-db
           open i-o cert-uses-db
           open i-o susp-keys-db
           open i-o key-binds-db
           open i-o sandboxes-db
           open i-o deploy-marks-db
           open i-o bundle-register-db
           open i-o standbys-db
           call 'start-handling' using
             by reference server-descriptor
             by reference unix-server-descriptor
