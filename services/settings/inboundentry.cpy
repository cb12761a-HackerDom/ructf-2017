      * inboundentry.cpy
      * one request in a command file dropped into INBOUNDDIR for
      * drop-inbound.cbl - the command+argc+args shape the batch and
      * idem meta-commands already carry (see process-request.cbl),
      * with args widened to the full 1013-byte argv so set-param,
      * txn-update and changeset fit whole. a submitting job copies
      * this under its own fixed-length, record-sequential fd and
      * writes one record per request, in the order they must
      * apply; argc is exactly what that command's argv would be on
      * the wire. files are named <anything>.cmd - the name with
      * .cmd swapped for .rsp is where the answers come back.
         01 inbound-entry.
           02 ie-command picture x(11).
           02 ie-argc binary-long unsigned.
           02 ie-args picture x(1013).
