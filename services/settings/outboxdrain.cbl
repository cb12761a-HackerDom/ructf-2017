         copy outboxrecord.

       fd delivery-file.
       01 delivery-line picture x(176).

       working-storage section.
         copy serverconfig.
                 if obx-seq is numeric
                     and obx-seq is greater than acked-seq
                   move spaces to delivery-line
                   move outbox-record to delivery-line(1:176)
                   write delivery-line
                   add 1 to handed-count end-add
                 end-if
