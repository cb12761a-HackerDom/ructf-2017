             when 'REQSPERMIN'
             when 'BUSINESSDAYS'
             when 'WRITEBURST'
             when 'CRASHLOOPMAX'
             when 'PARAMALIASDAYS'
             when 'KEYOVERLAPDAYS'
             when 'CHECKPOINTEVERY'
             when 'SETTINGSPARTS'
             when 'QUIESCEMAXSEC'
             when 'MULTIREADMS'
             when 'SANDBOXMAXDAYS'
               perform require-numeric
             when 'WORKERS'
               perform require-numeric
             when 'FREEZEFILE'
             when 'TLSCERT'
             when 'TLSKEY'
             when 'TLSCLIENTCA'
               perform check-path-exists
             when 'BINDADDR'
             when 'DATADIR'
             when 'UNIXSOCKPATH'
             when 'BACKUPDIR'
             when 'DROPDIR'
             when 'TLSCLIENTAUTH'
             when 'STANDBYNAME'
             when 'STANDBYTOKEN'
             when 'QUIESCEKEY'
               continue
             when 'INSTANCE'
               move 1 to instance-seen
