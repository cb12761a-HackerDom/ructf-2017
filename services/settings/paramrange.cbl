       identification division.
       program-id. param-range.

      * the sections carrying a param, a batch at a time, read down
      * settings-db's sparam-name alternate key (settingdb.cpy) -
      * the one place the by-param questions (find-param,
      * search-vals' param filter, aggregate and fleet-push over
      * every section) range the index, so the cursor discipline
      * below is kept once. range-match names the param exactly,
      * or a prefix with a trailing '*'; a lone '*' is every param.
      * continuation chunks are never returned (their '~0n' names
      * can fall inside a prefix).
      * the caller opens the connector through settings-route and
      * starts a range with rc-part zero; each call fills up to 20
      * rows past the cursor and leaves the cursor on the last one
      * returned, so calling again carries on. a partitioned store
      * (settingsroute.cpy) is ranged a partition at a time, rc-part
      * the partition the cursor is in - a caller resuming from a
      * section/param alone gets it from settings-route's op P.
      * duplicates on the alternate key come back in the order the
      * rows were written, not by section, so a resumed range
      * re-reads the cursor param's rows up to and including the
      * cursor row; should that row have gone in between, the rest
      * of its param is skipped and the range carries on from the
      * next. the caller reads values between calls freely - the
      * range re-keys itself on every call.
      * returns 1 while the range may hold more, zero once the last
      * partition is done.

       environment division.
       input-output section.
       file-control.
         copy settingdb.

       data division.
       file section.
         copy settingrecord.

       working-storage section.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         copy serverconfig.
         copy settingsroute.
         01 match-length binary-long unsigned.
         01 prefix-mode picture 9.
         01 resume-mode picture 9.
         01 skipping picture 9.
         01 range-done picture 9.
         01 parts-left binary-long unsigned.
         77 batch-size binary-long unsigned value 20.

       linkage section.
         01 range-match picture x(40).
         01 range-cursor.
           02 rc-part binary-long unsigned.
           02 rc-section picture x(40).
           02 rc-param picture x(40).
         01 range-batch.
           02 rb-count binary-long unsigned.
           02 rb-rows occurs 20 times.
             03 rb-section picture x(40).
             03 rb-param picture x(40).
         01 range-left binary-long unsigned.

       procedure division
         using range-match, range-cursor, range-batch
         returning range-left.
       start-param-range.
           move zero to rb-count
           move zero to range-left
           move function length(function trim(range-match trailing))
             to match-length
           move zero to prefix-mode
           if range-match(match-length:1) is equal to '*'
             move 1 to prefix-mode
             subtract 1 from match-length end-subtract
           end-if

           if rc-part is equal to zero
             call 'settings-route' using by content 'F' end-call
             move sroute-current to rc-part
             move spaces to rc-section
             move spaces to rc-param
             move zero to resume-mode
           else
             perform position-on-cursor-partition
             if parts-left is equal to zero
               goback
             end-if
             move 1 to resume-mode
             if rc-section is equal to spaces
               move zero to resume-mode
             end-if
           end-if

           perform
             until rb-count is equal to batch-size
             perform range-one-partition
             if rb-count is less than batch-size
               call 'settings-route' using by content 'N'
                 returning parts-left
               end-call
               if parts-left is equal to zero
                 goback
               end-if
               move sroute-current to rc-part
               move spaces to rc-section
               move spaces to rc-param
               move zero to resume-mode
             end-if
           end-perform
           move 1 to range-left
           goback.

      *----------------------------------------------------------------
      * back onto the cursor's partition - the caller's own reads
      * between calls may have re-pointed the connector elsewhere.
      *----------------------------------------------------------------
       position-on-cursor-partition.
           move 1 to parts-left
           if sroute-current is equal to rc-part
             exit paragraph
           end-if
           call 'settings-route' using by content 'F' end-call
           perform
             until sroute-current is equal to rc-part
               or parts-left is equal to zero
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform.

       range-one-partition.
           move spaces to sparam-name
           if resume-mode is equal to 1
             move rc-param to sparam-name
             move 1 to skipping
           else
             if match-length is greater than zero
               move range-match(1:match-length)
                 to sparam-name(1:match-length)
             end-if
             move zero to skipping
           end-if
           move zero to range-done
           start settings-db
             key is not less than sparam-name
             invalid key
               move 1 to range-done
           end-start
           perform
             until range-done is equal to 1
             read settings-db next record
               at end
                 move 1 to range-done
               not at end
                 perform consider-range-row
             end-read
           end-perform.

       consider-range-row.
           if match-length is greater than zero
             if prefix-mode is equal to 1
               if sparam-name(1:match-length) is not equal to
                   range-match(1:match-length)
                 move 1 to range-done
                 exit paragraph
               end-if
             else
               if sparam-name is not equal to range-match
                 move 1 to range-done
                 exit paragraph
               end-if
             end-if
           end-if

           if skipping is equal to 1
             if sparam-name is not equal to rc-param
               move zero to skipping
             else
               if ssection-name is equal to rc-section
                 move zero to skipping
               end-if
               exit paragraph
             end-if
           end-if

           if schunk-count is equal to zero
             exit paragraph
           end-if

           add 1 to rb-count end-add
           move ssection-name to rb-section(rb-count)
           move sparam-name to rb-param(rb-count)
           move ssection-name to rc-section
           move sparam-name to rc-param
           if rb-count is equal to batch-size
             move 1 to range-done
           end-if.

       end program param-range.
