       identification division.
       program-id. quiesce-check.

      * is the online backup's quiesce hold up? asked by
      * process-request.cbl ahead of every mutating dispatch, on
      * every worker: answers 1 while the hold file quiesce.cbl
      * wrote (quiescerecord.cpy) names a lapse time still to come,
      * zero otherwise. the common case - no hold file at all - is
      * one existence probe, nothing opened. a hold found lapsed is
      * removed by whichever worker finds it, so one left behind by
      * a backup that never came back costs nothing afterwards.

       environment division.
       input-output section.
       file-control.
         copy quiescedb.

       data division.
       file section.
         copy quiescerecord.

       working-storage section.
         copy serverconfig.
         01 quiesce-status picture xx.
         01 probe-rc binary-long.
         01 file-info.
           02 fi-size picture 9(18) comp.
           02 fi-date picture x(4).
           02 fi-time picture x(4).
         01 now-stamp picture 9(14).

       linkage section.
         01 quiesce-held picture 9.

       procedure division
         returning quiesce-held.
       start-quiesce-check.
           move zero to quiesce-held
           call 'CBL_CHECK_FILE_EXIST' using quiesce-path file-info
             returning probe-rc
           end-call
           if probe-rc is not equal to zero
             goback
           end-if

           open input quiesce-file
           if quiesce-status is not equal to '00'
             goback
           end-if
           move zero to qh-until
           read quiesce-file
             at end
               move zero to qh-until
           end-read
           close quiesce-file

           move function current-date(1:14) to now-stamp
           if qh-until is numeric
               and qh-until is greater than now-stamp
             move 1 to quiesce-held
           else
             call 'CBL_DELETE_FILE' using quiesce-path end-call
           end-if
           goback.

       end program quiesce-check.
