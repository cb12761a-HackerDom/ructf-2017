      * whole program while apply-change-journal is replaying, since
      * the replay runs through these same mutation paths and would
      * otherwise re-journal every entry it applies.
      * a sandbox section (sandboxrecord.cpy) is never journaled -
      * it is a scratch copy that lives a few weeks on the primary
      * and has no business on the standby. new-sandbox files the
      * sandbox flag before the section is made, and sandbox-expiry
      * drops it only after the purge, so neither end of its life
      * ships either. the delta feed below still hears of it.

       environment division.
       input-output section.
       working-storage section.
         copy serverconfig.
         copy journalflag.
         copy changeticket.
         01 section-is-sandbox picture 9.

       linkage section.
       01 in-op picture x(4).
           move in-param-name to jrn-param
           move in-value to jrn-value
           move in-expires-on to jrn-expires
           move spaces to jrn-ticket
           move spaces to jrn-reason
           if change-current-ticket is not equal to low-values
             move change-current-ticket to jrn-ticket
             move change-current-reason to jrn-reason
           end-if

           call 'section-sandbox' using
               by reference in-section-name
             returning section-is-sandbox
           end-call
           if section-is-sandbox is equal to zero
             open extend change-journal-file
             write journal-record
             close change-journal-file
           end-if

      *----------------------------------------------------------------
      * the same mutation also goes to the change-data-capture
