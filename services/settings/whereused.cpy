      * whereused.cpy
      * the where-used cross-reference table where-used-scan.cbl
      * fills: one row per side-file definition that names the
      * param asked about - which file, the section the definition
      * sits in, and a short line saying how it names the param
      * (the view and member, the derived param it feeds, the
      * assertion, the rule type, ...). copied into the linkage of
      * the scanner and the working-storage of both its callers,
      * the where-used command and the where-used-report batch, so
      * the shape never drifts between them. 200 rows; a param
      * named more often than that comes back with wu-truncated
      * set.
         01 where-used-table.
           02 wu-count picture 9(3).
           02 wu-truncated picture 9.
           02 wu-rows occurs 200 times.
             03 wu-file picture x(12).
             03 wu-section picture x(40).
             03 wu-detail picture x(40).
