      * mirrors of sectionrecord.cpy and settingrecord.cpy under
      * arch- names (one program often needs the live and archived
      * record areas side by side, so the names must differ). any
      * layout change to the live copybooks must land here too -
      * except the live records' checksum, which the archive does
      * not carry: archive-sec and restore-sec move field by field,
      * and the restore re-stamps on the way back in.
         fd archive-sections-db is external.
         01 arch-ssection.
           02 arch-name picture x(40).
