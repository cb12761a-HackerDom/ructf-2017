       identification division.
       program-id. settings-route.

      * the routing layer in front of the partitioned settings store
      * (see settingsroute.cpy for the layout). settings-db is one
      * external connector shared by every program in the run unit,
      * so the partitions are served by re-pointing it: this program
      * owns its OPEN and CLOSE, and every other program does its
      * own READ/START/WRITE/REWRITE/DELETE against whichever
      * partition this has it open on. the op byte says what to do:
      *   L  load the layout from settings-dat-path, opening nothing
      *   I  open for input, on partition 1
      *   U  open i-o, on partition 1
      *   S  re-point at the partition of the section named in
      *      setting-record's ssection-name - before every keyed
      *      read, start or new write; costs nothing when the
      *      connector is already there (always, with one partition).
      *      a low-values section - the first key of a walk - leaves
      *      it where it is, so a walk that re-keys from the last row
      *      it read stays on the partition it is walking
      *   F  re-point at partition 1, to begin an end-to-end walk
      *   N  re-point at the next partition, to carry a walk on;
      *      answers 1, or zero once the last has been walked. an
      *      end-to-end walk is the old single-file walk run once
      *      per partition between an F and the N that answers zero
      *      - rows come back in key order within a partition, and a
      *      section's rows all sit together in one.
      *   P  answer the partition of ssection-name, opening nothing
      *   C  close, and give settings-dat-path back its home value
      * setting-record is carried across a re-point untouched, so a
      * caller can key the record and then route on it. a program
      * that never opened the connector through here (S on a closed
      * connector) is left alone.

       environment division.
       input-output section.
       file-control.
         copy settingdb.

         select optional parts-file assign to sroute-parts-path
           organization is line sequential
           file status is parts-status.

       data division.
       file section.
         copy settingrecord.

       fd parts-file.
       01 parts-line picture x(80).

       working-storage section.
         copy serverconfig.
         copy settingsroute.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 parts-status picture xx.
         01 parts-key picture x(20).
         01 parts-value picture x(20).
         01 part-ind binary-long unsigned.
         01 part-wanted binary-long unsigned.
         01 part-suffix picture 99.
         01 held-setting-record picture x(186).

       linkage section.
         01 route-op picture x.
         01 route-answer binary-long unsigned.

       procedure division
         using route-op
         returning route-answer.
       start-settings-route.
           move zero to route-answer
           evaluate route-op
             when 'L'
               if sroute-current is equal to zero
                 perform load-layout
               end-if
             when 'I'
             when 'U'
               if sroute-current is not equal to zero
                 close settings-db
                 move zero to sroute-current
                 move sroute-home-path to settings-dat-path
               end-if
               perform load-layout
               move route-op to sroute-open-mode
               move 1 to part-wanted
               perform open-partition
             when 'S'
               if sroute-current is equal to zero
                   or sroute-part-count is less than 2
                   or ssection-name is equal to low-values
                 goback
               end-if
               call 'settings-part-of' using
                   by reference ssection-name
                   by reference sroute-part-count
                 returning part-wanted
               end-call
               if part-wanted is not equal to sroute-current
                 perform switch-partition
               end-if
             when 'F'
               if sroute-current is not equal to zero
                   and sroute-current is not equal to 1
                 move 1 to part-wanted
                 perform switch-partition
               end-if
             when 'N'
               if sroute-current is not equal to zero
                   and sroute-current is less than sroute-part-count
                 compute part-wanted = sroute-current + 1
                 end-compute
                 perform switch-partition
                 move 1 to route-answer
               end-if
             when 'P'
               if sroute-current is equal to zero
                 perform load-layout
               end-if
               call 'settings-part-of' using
                   by reference ssection-name
                   by reference sroute-part-count
                 returning route-answer
               end-call
             when 'C'
               if sroute-current is not equal to zero
                 close settings-db
                 move zero to sroute-current
                 move sroute-home-path to settings-dat-path
               end-if
           end-evaluate
           goback.

      *----------------------------------------------------------------
      * the layout as the .parts file beside settings-dat-path has
      * it: a PARTS=n line, n from 2 to 16. no file (or anything
      * else in it) is the one-partition layout - settings.dat alone.
      *----------------------------------------------------------------
       load-layout.
           move settings-dat-path to sroute-home-path
           move spaces to sroute-parts-path
           string function trim(sroute-home-path) delimited by size
               '.parts' delimited by size
             into sroute-parts-path
           end-string
           move 1 to sroute-part-count
           open input parts-file
           if parts-status(1:1) is equal to '0'
             read parts-file
               at end
                 continue
               not at end
                 move spaces to parts-key
                 move spaces to parts-value
                 unstring parts-line delimited by '='
                   into parts-key parts-value
                 end-unstring
                 if function trim(parts-key) is equal to 'PARTS'
                     and function trim(parts-value) is numeric
                   move function numval(parts-value) to part-ind
                   if part-ind is greater than 1
                       and part-ind is not greater than 16
                     move part-ind to sroute-part-count
                   end-if
                 end-if
             end-read
             close parts-file
           end-if

           move sroute-home-path to sroute-part-path(1)
           if sroute-part-count is greater than 1
             perform
               varying part-ind from 1 by 1
                 until part-ind is greater than sroute-part-count
               move part-ind to part-suffix
               move spaces to sroute-part-path(part-ind)
               string function trim(sroute-home-path)
                     delimited by size
                   '.p' delimited by size
                   part-suffix delimited by size
                 into sroute-part-path(part-ind)
               end-string
             end-perform
           end-if.

       open-partition.
           move sroute-part-path(part-wanted) to settings-dat-path
           if sroute-open-mode is equal to 'U'
             open i-o settings-db
           else
             open input settings-db
           end-if
           move part-wanted to sroute-current.

       switch-partition.
           move setting-record to held-setting-record
           close settings-db
           perform open-partition
           move held-setting-record to setting-record.

       end program settings-route.
