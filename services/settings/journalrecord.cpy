      *            value purged, or a transaction rollback deleting
      *            a param it had just created)
      *   'DELS' - a section deleted by del-section
      *   'BASE' - not a mutation: the first line of a journal that
      *            journal-retention.cbl has truncated, jrn-value(1:9)
      *            carrying how many entries were archived ahead of
      *            it. positions are absolute - the entry after a
      *            BASE line of N is position N + 1 - so a standby's
      *            .pos bookmark, a backup manifest's journal-position
      *            and the standby register all keep meaning the same
      *            entry however often the journal is cut back. a
      *            journal with no BASE line starts at position 1.
      * jrn-expires carries a SETV value's expiry date (see
      * sexpires-on in settingrecord.cpy) so the standby lands the
      * same time-to-live; zero for a value that never expires and
      * for every non-SETV op.
      * jrn-ticket/jrn-reason carry the change ticket and reason the
      * mutation was made under (changeticket.cpy), blank when none;
      * lines journaled before tickets were kept are shorter and
      * read back blank.
         fd change-journal-file.
         01 journal-record.
           02 jrn-stamp picture x(21).
           02 jrn-param picture x(40).
           02 jrn-value picture x(348).
           02 jrn-expires picture 9(8).
           02 jrn-ticket picture x(16).
           02 jrn-reason picture x(40).
