      * signstate.cpy
      * the response-signing handoff: get-section raises
      * sign-request-flag when its caller asked for a signed answer
      * (see get-section.cbl's sign-with) and leaves the section,
      * its version and the secret generation asked for here.
      * process-request, which writes the correlation-id trailer
      * the signature covers, appends the signature after it (see
      * sign-response.cbl) and drops the flag again - the same
      * command-raises, process-request-finishes shape the dump
      * handoff (dumpstate.cpy) has.
         01 sign-state is external.
           02 sign-request-flag picture 9.
           02 sign-generation picture x.
           02 sign-section picture x(40).
           02 sign-version picture 9(12).
