      * sandboxdb.cpy
      * shared file-control entry for the sandboxes-db
      * (sandboxes.dat) indexed file - the sandbox flag: one record
      * per section made by new-sandbox, which lives only until its
      * expiry date. copied by every program that reads or writes
      * one so the file-name/key never drifts between them. the
      * actual path lives in sandboxes-path (serverconfig.cpy),
      * built once at start-up by load-data-paths.
      * sandbox-status-1/sandbox-status-2 must be declared, picture
      * xx each, in every copying program's working-storage section
      * - section-sandbox reads them to notice a batch run that
      * never opened the file.
         select optional sandboxes-db assign to external
             sandboxes-path
           organization is indexed
           access mode is dynamic
           record key is sb-section
           lock mode is automatic
           file status is sandbox-status-1 sandbox-status-2
           sharing with all other.
