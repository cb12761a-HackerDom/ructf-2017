       identification division.
       program-id. key-superseded.

      * says whether an api-key has been rolled over to a successor
      * and is still inside its overlap (see keyrolloverrecord.cpy)
      * - returns 1 when it has, zero otherwise. called by
      * process-request after a key-checked command answers, so a
      * predecessor's successful answers carry 'ks' instead of 'ok':
      * the key still works, and its holder hears that it will stop
      * on the retire date. the section is folded the way every
      * section key on file is - the wire may carry it in any case.

       environment division.
       input-output section.
       file-control.
         copy keyrolloverdb.

       data division.
       file section.
         copy keyrolloverrecord.

       working-storage section.
         copy serverconfig.
         01 today-date picture 9(8).

       linkage section.
         01 in-api-key picture x(80).
         01 in-section-name picture x(40).
         01 out-superseded picture 9.

       procedure division
         using in-api-key, in-section-name
         returning out-superseded.
       start-key-superseded.
           move zero to out-superseded
           call 'hash-api-key' using
             by reference in-api-key
             by reference kr-old-fingerprint
           end-call
           move function upper-case(in-section-name) to kr-section
           read key-rollovers-db record
             invalid key
               goback
           end-read
           move function current-date(1:8) to today-date
           if kr-retire-on is greater than today-date
             move 1 to out-superseded
           end-if
           goback.

       end program key-superseded.
