       identification division.
       program-id. lease-check.

      * answers whether a section-mutating command presented with
      * in-api-key may touch in-section-name right now (see
      * leaserecord.cpy): 1 when a live lease on the section is held
      * by some other key, with the holder's owner and expiry handed
      * back for the 'sl' answer; 0 when there is no lease, it has
      * run out, or the caller is the holder. called by
      * process-request ahead of every section-mutating dispatch,
      * alongside freeze-check - one gate, every writer, whether or
      * not the writer has ever heard of leases.

       environment division.
       input-output section.
       file-control.
         copy leasedb.

       data division.
       file section.
         copy leaserecord.

       working-storage section.
         copy serverconfig.
         01 caller-fingerprint picture 9(15).
         01 now-stamp picture 9(14).

       linkage section.
         01 in-section-name picture x(40).
         01 in-api-key picture x(80).
         01 out-holder picture x(40).
         01 out-expires-at picture 9(14).
         01 out-leased picture 9.

       procedure division
         using in-section-name, in-api-key, out-holder,
           out-expires-at
         returning out-leased.
       start-lease-check.
           move zero to out-leased
           move spaces to out-holder
           move zero to out-expires-at

      *----------------------------------------------------------------
      * the fence runs BEFORE the dispatched command folds its
      * section argument - folded here the way freeze-check folds
      * it, so 'billing' finds the lease taken on 'BILLING'.
      *----------------------------------------------------------------
           move function upper-case(in-section-name) to lease-section
           read leases-db record
             invalid key
               goback
           end-read

           move function numval(function current-date(1:14))
             to now-stamp
           if lease-expires-at is not greater than now-stamp
             goback
           end-if

           call 'hash-api-key' using
             by reference in-api-key
             by reference caller-fingerprint
           end-call
           if caller-fingerprint is equal to lease-fingerprint
             goback
           end-if

           move 1 to out-leased
           move lease-owner to out-holder
           move lease-expires-at to out-expires-at
           goback.

       end program lease-check.
