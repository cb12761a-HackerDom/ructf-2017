      * so a match spanning a chunk boundary is still found, and
      * returns the section/param names that contain the needle -
      * paginated like all-section.cbl, resumable by passing the
      * last section/param seen back as the cursor. a partitioned
      * store (settingsroute.cpy) is walked a partition at a time,
      * so hits come back in key order within each partition.
      * an optional param filter - a name, or a prefix with a
      * trailing '*' - narrows the search to that param's rows,
      * ranged on the sparam-name alternate key (settingdb.cpy,
      * param-range.cbl) rather than walked; hits then come back in
      * param order, and the cursor resumes the range the way
      * find-param.cbl's does.
      * rcodes: ok, na (bad admin key), iv (empty needle).

       environment division.
         01 search-value picture x(348).
         01 search-expires picture 9(8).
         01 value-found picture 9.
         01 range-left binary-long unsigned.
         01 range-cursor.
           02 rc-part binary-long unsigned.
           02 rc-section picture x(40).
           02 rc-param picture x(40).
         01 range-batch.
           02 rb-count binary-long unsigned.
           02 rb-rows occurs 20 times.
             03 rb-section picture x(40).
             03 rb-param picture x(40).
         01 batch-ind binary-long unsigned.
         01 parts-left binary-long unsigned.
         77 page-size picture 99 value 12.

       linkage section.
      *    resume-past-the-cursor idea all-section.cbl uses.
           02 cursor-section picture x(40).
           02 cursor-param picture x(40).
           02 filter-param picture x(40).
           02 filler picture x(773).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 99.
           end-if
           compute scan-limit = 348 - needle-length + 1 end-compute

           if argc is less than 240
             move spaces to filter-param
           end-if
           move 'ok' to rcode
           move zero to result-count
           move zero to more
             move low-values to walk-param
           end-if

      *    a walk from the top starts on the first partition; one
      *    resuming a cursor picks up in the cursor's own partition
      *    (search-walk's first START routes there) and carries on
      *    through the partitions after it.
           if filter-param is not equal to spaces
             perform search-range
             move zero to parts-left
           else
             if walk-section is equal to low-values
               call 'settings-route' using by content 'F' end-call
             end-if
             move 1 to parts-left
           end-if
           perform
             until parts-left is equal to zero
             perform search-walk
             if more is equal to 1
               move zero to parts-left
             else
               call 'settings-route' using by content 'N'
                 returning parts-left
               end-call
               move low-values to walk-section
               move low-values to walk-param
             end-if
           end-perform

           compute result-length = 5 + result-count * 80 end-compute
           call 'audit-log' using
             end-if
             move walk-section to ssection-name
             move walk-param to sparam-name
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the filtered search: the filter's range on the sparam-name
      * alternate key, a batch of keys at a time from param-range,
      * each batch's values probed before the next is asked for. a
      * cursor resumes in its own section's partition.
      *----------------------------------------------------------------
       search-range.
           move zero to rc-part
           move spaces to rc-section
           move spaces to rc-param
           if walk-section is not equal to low-values
             move walk-section to ssection-name
             call 'settings-route' using by content 'P'
               returning rc-part
             end-call
             move walk-section to rc-section
             move walk-param to rc-param
           end-if
           move 1 to range-left
           perform
             until range-left is equal to zero
             call 'param-range' using
                 by reference filter-param
                 by reference range-cursor
                 by reference range-batch
               returning range-left
             end-call
             perform
               varying batch-ind from 1 by 1
                 until batch-ind is greater than rb-count
               if result-count is equal to page-size
                 move 1 to more
                 exit paragraph
               end-if
               move rb-section(batch-ind) to walk-section
               move rb-param(batch-ind) to walk-param
               perform probe-one-value
             end-perform
           end-perform.

       probe-one-value.
           call 'read-setting-value' using
               by reference walk-section
               by reference search-expires
             returning value-found
           end-call
           if value-found is not equal to 1
             exit paragraph
           end-if

