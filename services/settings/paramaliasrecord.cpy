      * paramaliasrecord.cpy
      * shared record layout for the param-aliases-db
      * (param-aliases.dat) file. copied by every program that
      * reads or writes param-alias-record so the layout never
      * drifts between them.
      * one record per renamed param: reads of alias-old-param in
      * alias-section are answered with alias-new-param's value
      * until alias-expires-on (the first date the alias is no
      * longer honoured - PARAMALIASDAYS after the rename). every
      * read answered through the alias bumps alias-hit-count and
      * stamps alias-last-hit-on, so a quiet alias is a fact, not a
      * guess, before it is dropped. rename-parm.cbl is the only
      * writer apart from get-section's hit counting.
         fd param-aliases-db is external.
         01 param-alias-record.
           02 param-alias-key.
             03 alias-section picture x(40).
             03 alias-old-param picture x(40).
           02 alias-new-param picture x(40).
           02 alias-renamed-on picture 9(8).
           02 alias-expires-on picture 9(8).
           02 alias-hit-count picture 9(9).
           02 alias-last-hit-on picture 9(8).
