      * checkpointrecord.cpy
      * shared record layout for the checkpoints-db
      * (checkpoints.dat) file - see batch-checkpoint.cbl.
      * one record per batch job, keyed by its program-id. a live
      * record ('A') is a run that started and has not finished:
      * ckpt-input is what it was run over (its arguments, as the
      * job words them), ckpt-phase and ckpt-position how far it
      * had got - the phase of a multi-phase job and the records
      * of the current phase fully processed - ckpt-counts the
      * job's own tallies at that point (each job says which is
      * which), and ckpt-last-key the key of the last record it
      * finished. a run that finishes marks its record 'C', left
      * on file as the last run's account; ckpt-restarts says how
      * many times that run was resumed on the way.
         fd checkpoints-db is external.
         01 checkpoint-record.
           02 ckpt-job picture x(20).
           02 ckpt-state picture x.
             88 ckpt-live value 'A'.
             88 ckpt-closed value 'C'.
           02 ckpt-input picture x(255).
           02 ckpt-started picture x(14).
           02 ckpt-stamped picture x(14).
           02 ckpt-restarts picture 9(4).
           02 ckpt-phase picture 99.
           02 ckpt-position picture 9(9).
           02 ckpt-counts picture 9(9) occurs 6 times.
           02 ckpt-last-key picture x(80).
