       identification division.
       program-id. param-read-flush.

      * folds the in-memory read table (see paramreadbuffer.cpy)
      * into param-reads.dat and empties it: a known pairing has its
      * count advanced and its last-read day moved on, a new one
      * starts its record. called by start-handling on the idle
      * sweep and at shutdown, and by param-read-note when the
      * table fills. a failed write is not a reason to fail
      * anything - the key-usage-note stance.

       environment division.
       input-output section.
       file-control.
         copy paramreaddb.

       data division.
       file section.
         copy paramreadrecord.

       working-storage section.
         copy serverconfig.
         copy paramreadbuffer.
         01 flush-ind binary-long unsigned.

       procedure division.
       start-param-read-flush.
           perform
             varying flush-ind from 1 by 1
               until flush-ind is greater than prb-count
             move prb-section(flush-ind) to pread-section
             move prb-param(flush-ind) to pread-param
             read param-reads-db record
               invalid key
                 move prb-last-read(flush-ind) to pread-first-read
                 move prb-last-read(flush-ind) to pread-last-read
                 move prb-reads(flush-ind) to pread-count
                 write param-read-record
                   invalid key
                     continue
                 end-write
               not invalid key
                 move prb-last-read(flush-ind) to pread-last-read
                 add prb-reads(flush-ind) to pread-count
                   on size error
                     move 999999999 to pread-count
                 end-add
                 rewrite param-read-record
                   invalid key
                     continue
                 end-rewrite
             end-read
           end-perform
           move zero to prb-count
           goback.

       end program param-read-flush.
