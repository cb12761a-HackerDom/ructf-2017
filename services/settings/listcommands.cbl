       data division.
       working-storage section.
         copy commandslist.
         01 ind picture 9(3).
         01 start-from picture 9(3).
      *  bumped whenever a change to the wire protocol itself (not
      *  just the set of commands, which callers can already discover
      *  by walking rcommands below) would require an older client to

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
      *    the count of names already received - blank (or unsent)
      *    starts at the top, the status/get-apikeys convention. the
      *    table outgrew one response at 92 commands; a caller that
      *    never sends it still gets the first 91, as it always did.
           02 start-arg picture x(3).
           02 filler picture x(1010).
         01 result.
           02 rcode picture x(2).
           02 protocol-version picture x(16).
           02 command-count picture 99.
           02 rcommands occurs 91 times.
             03 rcommand-name picture x(11).
      *    up when there are names past this page.
           02 rmore picture 9.
           02 filler picture x(2).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       start-list-commands.
           move zero to need-more

           if argc is less than 3
             move spaces to start-arg
           end-if
           move zero to start-from
           if start-arg is numeric
             move function numval(start-arg) to start-from
           end-if
           add 1 to start-from end-add
           if start-from is greater than 100
             move 100 to start-from
           end-if

           move spaces to result
           move CURRENT-PROTO-VERSION to protocol-version
           move zero to command-count
           move zero to rmore
           perform
             varying ind from start-from by 1
               until ind is greater than 99
                 or command-count is equal to 91
             add 1 to command-count end-add
             move command-name(ind) to rcommand-name(command-count)
           end-perform
           if ind is not greater than 99
             move 1 to rmore
           end-if

           move 'ok' to rcode
           move 1022 to result-length.

       end program list-commands.
