      * auditkey.cpy
      * the api-key behind the mutation being served - its
      * hash-api-key fingerprint, never the key itself. set by
      * process-request.cbl just before a mutating dispatch (the
      * check-maintenance-block roster) from wherever the command
      * carries its key, or from the connection's login session
      * when it sent none, and blanked again once the dispatch is
      * over. audit-log.cbl appends it to every line written
      * meanwhile as ' kfp=' and the 15 digits, so the trail says
      * which key made each change - key-incident.cbl reads it back
      * for a compromised key's report. spaces (or the runtime's
      * untouched low-values) means a master-key or unkeyed
      * command, or no request being served at all.
         01 audit-key-state is external.
           02 audit-key-fingerprint picture x(15).
