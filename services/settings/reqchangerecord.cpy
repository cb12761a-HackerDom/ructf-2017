      * reqchangerecord.cpy
      * shared record layout for the request-changes-db
      * (request-changes.dat) file - see reqchangedb.cpy.
      * the record does not keep the displaced value itself: that
      * already sits in setting-history.dat (settinghistoryrecord
      * .cpy) or state-history.dat (statehistoryrecord.cpy), and
      * rqc-prior-seq points at it.
      *   rqc-prior   'H' - the prior value/state was retained, at
      *                     rqc-prior-seq in its history file
      *               'N' - the param did not exist before the write
      *               'U' - the param existed but the write kept no
      *                     history (a set-param that did not ask for
      *                     it), so its prior value is gone
      * rqc-after-seq is the highest history sequence on file for
      * the param (or section) once the write had landed - a higher
      * one later says something has changed it again since.
      * rqc-param is spaces for a state change.
         fd request-changes-db.
         01 request-change-record.
           02 rqc-key.
             03 rqc-correlation picture x(12).
             03 rqc-seq picture 9(4).
           02 rqc-kind picture x.
             88 rqc-value-change value 'V'.
             88 rqc-state-change value 'S'.
           02 rqc-section picture x(40).
           02 rqc-param picture x(40).
           02 rqc-prior picture x.
           02 rqc-prior-seq picture 9(4).
           02 rqc-after-seq picture 9(4).
           02 rqc-stamp picture x(14).
