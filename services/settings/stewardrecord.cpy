      * stewardrecord.cpy
      * shared record layout for the stewards-db (stewards.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * the key-owners registry (keyownerrecord.cpy) says who holds
      * each key; this says who answers for the section itself -
      * the person who is asked when the last key holder has gone.
      * set-steward.cbl is the only writer, on the admin master key.
      * all-section's STEW mode, the datasheet and chargeback show
      * it; ownerless-report lists the sections with none, or whose
      * primary steward no longer holds a live key there.
         fd stewards-db is external.
         01 steward-record.
           02 st-section picture x(40).
           02 st-primary picture x(40).
           02 st-backup picture x(40).
           02 st-team picture x(40).
           02 st-escalation picture x(60).
           02 st-cost-center picture x(12).
           02 st-recorded-on picture 9(8).
