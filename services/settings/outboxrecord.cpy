      * param touched. deliberately no values: a consumer that needs
      * the new value reads it back through the ordinary
      * authenticated read path; the outbox only says WHAT changed,
      * which is all a delta feed owes anyone. the change ticket
      * and reason the mutation was made under (changeticket.cpy)
      * ride at the end, blank when none - lines written before
      * tickets were kept are shorter and read back blank.
      * ack-record: one row per downstream consumer holding the
      * highest sequence number it has confirmed processing -
      * outbox-drain.cbl reads and advances it.
           02 obx-section picture x(40).
           02 filler picture x.
           02 obx-param picture x(40).
           02 filler picture x.
           02 obx-ticket picture x(16).
           02 filler picture x.
           02 obx-reason picture x(40).

         fd outbox-acks-db is external.
         01 ack-record.
