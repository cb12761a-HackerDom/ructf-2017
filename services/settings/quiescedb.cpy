      * quiescedb.cpy
      * shared file-control entry for the quiesce hold file - the
      * one-line marker the quiesce admin command (quiesce.cbl)
      * writes to hold every worker's mutating commands at once,
      * and quiesce-check.cbl reads ahead of every mutating
      * dispatch. the actual path lives in quiesce-path
      * (serverconfig.cpy), built once at start-up by
      * load-data-paths.
         select optional quiesce-file assign to external
             quiesce-path
           organization is line sequential
           file status is quiesce-status.
