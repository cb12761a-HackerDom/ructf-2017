      * reqchangedb.cpy
      * shared file-control entry for the request-changes-db
      * (request-changes.dat) indexed file - one record for every
      * setting value and section state a served request changed,
      * keyed by the request's correlation id (correlation.cpy) plus
      * a sequence number, so everything one request did - a batch,
      * a txn-update, a changeset commit - can be found again in one
      * keyed range and put back by revert-req.cbl. written by
      * note-request-change.cbl only. the actual path lives in
      * request-changes-path (serverconfig.cpy), built once at
      * start-up by load-data-paths.
         select optional request-changes-db assign to external
             request-changes-path
           organization is indexed
           access mode is dynamic
           record key is rqc-key
           lock mode is automatic
           sharing with all other.
