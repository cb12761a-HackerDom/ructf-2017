         copy sectiondb.
         copy settingdb.
         copy templatedb.
         copy sectemplatedb.

       data division.
       file section.
         copy sectionrecord.
         copy settingrecord.
         copy templaterecord.
         copy sectemplaterecord.

       working-storage section.
         01 setting-status-1 picture xx.
            move 'W' to api-key-scope(1)
            move function current-date(1:8) to created-on
            move function current-date(1:8) to last-used-on
            call 'record-checksum' using
                by content 'S'
                by content 'C'
                by reference ssection
            end-call
            write ssection
              invalid key
                move 'fl' to rcode

            if template-name-arg is not equal to spaces
              perform seed-from-template
              perform record-template-origin
            end-if

            if param-name is not equal to spaces
      *      resumes off the row just replayed.
           end-perform.

      *----------------------------------------------------------------
      * remembers which template the section started from, for the
      * nightly conformance report (sectemplaterecord.cpy). written
      * only once every row has gone in - a seed that failed part
      * way returned above and left no claim to the template. a
      * leftover row from an earlier section of the same name is
      * simply overwritten.
      *----------------------------------------------------------------
       record-template-origin.
           move section-name to stpl-section
           move template-name-arg to stpl-template
           move function current-date(1:8) to stpl-applied-on
           write section-template-record
             invalid key
               rewrite section-template-record
                 invalid key
                   continue
               end-rewrite
           end-write.

       seed-initial-setting.
      *      no prior value exists yet for a setting seeded straight
      *      out of add-section, so there's nothing for
