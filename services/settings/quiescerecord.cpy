      * quiescerecord.cpy
      * shared record layout for the quiesce hold file. one line
      * while a hold is raised: when it lapses on its own (qh-until,
      * yyyymmddhhmmss - the hard timeout that means a backup which
      * never comes back can only ever hold writes that long), the
      * change-journal position confirmed when it was raised, and
      * when that was. no file, or a qh-until already past, is no
      * hold.
         fd quiesce-file.
         01 quiesce-line.
           02 qh-until picture 9(14).
           02 filler picture x.
           02 qh-position picture 9(9).
           02 filler picture x.
           02 qh-raised picture 9(14).
