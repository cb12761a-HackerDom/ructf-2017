      * overwriting the next. store-setting-value.cbl is the only
      * place that writes it - see write-history-record in
      * storesettingvalue.cbl for how hist-seq is picked.
      * hist-ticket/hist-reason are the change ticket and reason
      * (changeticket.cpy) of the change that DISPLACED the value
      * this record keeps - blank when it was made under none. they
      * were added in setting-history layout 2 (layoutversions.cpy,
      * migrate-layout.cbl).
         fd setting-history-db is external.
         01 history-record.
           02 history-key.
             03 hist-seq picture 9(4).
           02 hist-changed-on picture 9(8).
           02 hist-old-value picture x(348).
           02 hist-ticket picture x(16).
           02 hist-reason picture x(40).
