      * standbyregrecord.cpy
      * shared record layout for the standbys-db (standbys.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per standby registered on this primary with
      * standby-ack 'REG ': the ack token it was issued, checked
      * with const-time-eq the way an api-key is, and the highest
      * change-journal position it last reported applying, with
      * when. the position is absolute - counted
      * from the first entry ever journaled, through any truncation
      * (see journalrecord.cpy's BASE line) - so it compares
      * directly against the journal whatever has been archived
      * since. journal-retention.cbl never truncates past the
      * lowest position on file here: a standby registered and not
      * yet heard from (sr-acked-pos zero) holds the journal whole
      * until its first report.
         fd standbys-db is external.
         01 standby-record.
           02 sr-standby picture x(16).
           02 sr-ack-token picture x(80).
           02 sr-registered-on picture 9(8).
           02 sr-registered-by picture x(16).
           02 sr-acked-pos picture 9(9).
           02 sr-acked-at picture 9(14).
           02 sr-ack-count picture 9(9).
