       identification division.
       program-id. check-param-lock.

      * may this param be written? one keyed probe of param-locks-db
      * (see paramlockrecord.cpy) - the single check every writer
      * (set-param, txn-update, changeset, incr-param, list-param,
      * fleet-push, import-sections, merge-sections, apply-pending,
      * apply-release, revert-req, rename-parm) makes before it
      * stores, answering 'pl' on a refusal. returns
      * zero for a param with no mark (the long-standing behavior),
      * 1 for a locked one, and 2 for a write-once param that
      * already holds a value. a write-once param with no value yet
      * passes - its first write is the one it allows. the caller
      * opens param-locks-db; settings-db is probed through
      * settings-route, and the caller's settings record is put
      * back the way it was found.

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy paramlockdb.

       data division.
       file section.
         copy settingrecord.
         copy paramlockrecord.

       working-storage section.
         copy serverconfig.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 held-setting-record picture x(186).

       linkage section.
         01 in-section-name picture x(40).
         01 in-param-name picture x(40).
         01 lock-status picture 9.

       procedure division
         using in-section-name, in-param-name
         returning lock-status.
       start-check-param-lock.
           move zero to lock-status
           move in-section-name to plk-section
           move in-param-name to plk-param
           read param-locks-db record
             invalid key
               goback
           end-read
           if plk-locked
             move 1 to lock-status
             goback
           end-if

           move setting-record to held-setting-record
           move in-section-name to ssection-name
           move in-param-name to sparam-name
           move zero to schunk-count
           call 'settings-route' using by content 'S' end-call
           read settings-db record
             invalid key
               move zero to schunk-count
           end-read
           if schunk-count is greater than zero
             move 2 to lock-status
           end-if
           move held-setting-record to setting-record
           goback.

       end program check-param-lock.
