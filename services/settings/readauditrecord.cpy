      * readauditrecord.cpy
      * one line of the sensitive-section read-audit log
      * (read-audit.log, see read-audit-path in serverconfig.cpy):
      * a get-section, get-view, get-asof, dump or aggregate that
      * returned values from a section flagged sensitive. written by
      * read-audit-note.cbl, one line per section per read, and
      * read back by read-audit-report.cbl for the monthly
      * per-section access report. the key is carried as its
      * hash-api-key fingerprint only; the owner is the key-owners
      * registry's name for it (keyownerrecord.cpy) - or what the
      * command knows in its place, 'VIEW <name>' for a view's key
      * and 'ADMIN MASTER KEY' for a dump. params are the names the
      * reader got back, space separated, as many as fit.
         01 read-audit-line.
           02 ra-stamp picture x(14).
           02 filler picture x.
           02 ra-section picture x(40).
           02 filler picture x.
           02 ra-command picture x(11).
           02 filler picture x.
           02 ra-fingerprint picture x(15).
           02 filler picture x.
           02 ra-owner picture x(40).
           02 filler picture x.
           02 ra-peer picture x(15).
           02 filler picture x.
           02 ra-correlation-id picture x(12).
           02 filler picture x.
           02 ra-params picture x(400).
