       working-storage section.
         copy serverconfig.
         copy outboxstate.
         copy changeticket.
         01 seed-at-eof picture 9.
         01 seed-last-seq picture 9(9).

           move ' ' to outbox-record(32:1)
           move ' ' to outbox-record(37:1)
           move ' ' to outbox-record(78:1)
           move ' ' to outbox-record(119:1)
           move spaces to obx-ticket
           move ' ' to outbox-record(136:1)
           move spaces to obx-reason
           if change-current-ticket is not equal to low-values
             move change-current-ticket to obx-ticket
             move change-current-reason to obx-reason
           end-if

           open extend outbox-file
           write outbox-record
