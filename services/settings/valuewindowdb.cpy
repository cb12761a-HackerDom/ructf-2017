      * valuewindowdb.cpy
      * shared file-control entry for the value-windows-db
      * (value-windows.dat) indexed file - the recurring time
      * window a param serves a second value in (business hours
      * against off-hours, say), keyed by section and param.
      * copied by every program that reads or writes one so the
      * file-name/key never drifts between them. the actual path
      * lives in value-windows-dat-path (serverconfig.cpy), built
      * once at start-up by load-data-paths.
         select optional value-windows-db assign to external
             value-windows-dat-path
           organization is indexed
           access mode is dynamic
           record key is value-window-key
           lock mode is automatic
           sharing with all other.
