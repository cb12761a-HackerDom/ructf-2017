      * paramreadrecord.cpy
      * shared record layout for the param-reads-db
      * (param-reads.dat) file. copied by every program that reads
      * or writes one so the layout never drifts between them.
      * one record per (section, param) any read command has served
      * since tracking began: the first and last day it was read and
      * how many times. the read commands don't write here - they
      * note each param served into the in-memory table in
      * paramreadbuffer.cpy, and param-read-flush.cbl folds that
      * table into this file on the idle sweep, so a read costs a
      * table probe rather than a keyed rewrite per param. a param
      * with no record has not been read since tracking began.
      * unused-param-report.cbl is the report over it.
         fd param-reads-db is external.
         01 param-read-record.
           02 param-read-key.
             03 pread-section picture x(40).
             03 pread-param picture x(40).
           02 pread-first-read picture 9(8).
           02 pread-last-read picture 9(8).
           02 pread-count picture 9(9).
