       working-storage section.
         copy serverconfig.
         copy statscounters.
         01 ind picture 9(3).
         01 start-from picture 9(3).
         01 audit-cmd-name picture x(11) value 'status     '.
         01 keys-equal picture 9.
             move function numval(start-arg) to start-from
           end-if
           add 1 to start-from end-add
           move 99 to rtotal-commands
           move zero to rreturned
           move zero to rmore
           perform
             varying ind from start-from by 1
               until ind is greater than 99
                 or rreturned is equal to 45
             add 1 to rreturned end-add
             move stats-command-name(ind)
             move stats-command-count(ind)
               to rcommand-count(rreturned)
           end-perform
           if ind is not greater than 99
             move 1 to rmore
           end-if

