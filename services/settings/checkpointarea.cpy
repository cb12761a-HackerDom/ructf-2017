      * checkpointarea.cpy
      * the block a batch job hands batch-checkpoint.cbl on every
      * call - copied into the linkage of the checkpointer and the
      * working-storage of each job that checkpoints, so the shape
      * never drifts between them. the job fills ck-job and
      * ck-input (and ck-fresh, when told FRESH) before it begins;
      * a begin that resumes hands the checkpointed ck-phase,
      * ck-position, ck-counts and ck-last-key back with ck-resumed
      * set, and from then on the job keeps them current before
      * each tick or write. checkpoint-answer is the call's
      * returned value - see batch-checkpoint.cbl for what each op
      * answers.
         01 checkpoint-area.
           02 ck-job picture x(20).
           02 ck-input picture x(255).
           02 ck-fresh picture 9.
           02 ck-resumed picture 9.
           02 ck-phase picture 99.
           02 ck-position picture 9(9).
           02 ck-counts picture 9(9) occurs 6 times.
           02 ck-last-key picture x(80).
         01 checkpoint-answer binary-long unsigned.
