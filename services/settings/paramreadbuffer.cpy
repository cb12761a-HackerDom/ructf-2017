      * paramreadbuffer.cpy
      * shared in-memory table of param reads not yet filed in
      * param-reads.dat (see paramreadrecord.cpy). param-read-note.cbl
      * adds to it for every param a read command serves;
      * param-read-flush.cbl folds it into the file and empties it -
      * on every idle sweep, at shutdown, and straight away if a
      * new pairing finds every row taken. reads noted since the
      * last flush are lost if the process dies, which costs a
      * count or two, not a wrong answer.
         01 param-read-buffer is external.
           02 prb-count binary-long unsigned.
           02 prb-rows occurs 256 times.
             03 prb-section picture x(40).
             03 prb-param picture x(40).
             03 prb-reads binary-long unsigned.
             03 prb-last-read picture 9(8).
