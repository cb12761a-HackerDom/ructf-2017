      * sandboxrecord.cpy
      * shared record layout for the sandboxes-db (sandboxes.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per sandbox section: what it was made from (a
      * live section, cloned, or a template), when, by whom, and
      * the date it expires on - which new-sandbox.cbl insists on.
      * a sandbox is left out of the change-journal (so it never
      * ships to the standby), of chargeback and of fleet-push; see
      * section-sandbox.cbl. the nightly sandbox-expiry.cbl warns
      * sb-creator once, sb-warned-on, ahead of the date and purges
      * the section the night it has passed - unless it is under
      * legal hold, when it is kept and sb-held-on says since when.
         fd sandboxes-db is external.
         01 sandbox-record.
           02 sb-section picture x(40).
           02 sb-source-kind picture x.
             88 sb-from-section value 'S'.
             88 sb-from-template value 'T'.
           02 sb-source picture x(40).
           02 sb-created-on picture 9(8).
           02 sb-created-at picture 9(6).
           02 sb-expires-on picture 9(8).
           02 sb-creator picture x(60).
           02 sb-purpose picture x(60).
           02 sb-warned-on picture 9(8).
           02 sb-held-on picture 9(8).
