      * hrleaverrecord.cpy
      * shared record layout for the hr-leavers-db (hr-leavers.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per key (fingerprint and section, as the
      * key-owners registry keys it - keyownerrecord.cpy) whose
      * owner or contact an HR extract has named as a leaver or a
      * mover. hr-leavers.cbl files it the night the extract names
      * the person and keeps it - the extract only ever carries
      * that night's changes - until the key is re-owned (the
      * registry names someone else) or retired (no slot holds it
      * any more). a leaver's key is suspended (suspkeyrecord.cpy)
      * once the grace period after the leaving date has run, when
      * the job is asked to; a mover's key is only reported.
         fd hr-leavers-db is external.
         01 hr-leaver-record.
           02 hl-key.
             03 hl-fingerprint picture 9(15).
             03 hl-section picture x(40).
           02 hl-action picture x.
             88 hl-leaver value 'L'.
             88 hl-mover value 'M'.
           02 hl-employee-id picture x(10).
      *    the registry's ko-owner as it stood when matched - a
      *    different owner there later means the key was re-owned.
           02 hl-owner picture x(40).
           02 hl-effective-date picture 9(8).
           02 hl-department picture x(30).
           02 hl-first-seen picture 9(8).
           02 hl-suspended-on picture 9(8).
