       identification division.
       program-id. note-request-change.

      * files one value or state change in request-changes-db
      * (reqchangedb.cpy) under the correlation id of the request
      * being served, so revert-req.cbl can find everything that
      * request did. called by store-setting-value for every value
      * it commits and by fix-section/roll-state for every state
      * rewrite - the writers themselves, so no command built on
      * them can forget. a write with no request being served (a
      * batch job, the event loop's housekeeping) or replayed from
      * the journal on a standby carries no correlation id and is
      * not filed. a failed write is not a reason to fail the change
      * that triggered it - the stance the history files take.

       environment division.
       input-output section.
       file-control.
         copy reqchangedb.

       data division.
       file section.
         copy reqchangerecord.

       working-storage section.
         copy serverconfig.
         copy correlation.
         copy journalflag.
         01 next-seq picture 9(4).

       linkage section.
         01 in-kind picture x.
         01 in-section-name picture x(40).
         01 in-param-name picture x(40).
         01 in-prior picture x.
         01 in-prior-seq picture 9(4).
         01 in-after-seq picture 9(4).

       procedure division
         using in-kind, in-section-name, in-param-name, in-prior,
           in-prior-seq, in-after-seq.
       start-note-request-change.
           if journal-replay-active is equal to 1
               or correlation-id is equal to spaces
               or correlation-id is equal to low-values
             goback
           end-if

           open i-o request-changes-db
           move correlation-id to rqc-correlation
           move 9999 to rqc-seq
           start request-changes-db key is less than rqc-key
             invalid key
               move 1 to next-seq
             not invalid key
               read request-changes-db next record
                 at end
                   move 1 to next-seq
                 not at end
                   if rqc-correlation is equal to correlation-id
                     compute next-seq = rqc-seq + 1
                   else
                     move 1 to next-seq
                   end-if
               end-read
           end-start

           move correlation-id to rqc-correlation
           move next-seq to rqc-seq
           move in-kind to rqc-kind
           move in-section-name to rqc-section
           move in-param-name to rqc-param
           move in-prior to rqc-prior
           move in-prior-seq to rqc-prior-seq
           move in-after-seq to rqc-after-seq
           move function current-date(1:14) to rqc-stamp
           write request-change-record
             invalid key
               continue
           end-write
           close request-changes-db
           goback.

       end program note-request-change.
