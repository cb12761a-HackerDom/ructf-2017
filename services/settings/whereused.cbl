       identification division.
       program-id. where-used.

      * admin command: the where-used cross-reference for a param
      * before it is renamed or removed - every view, calc,
      * assertion, rule, rollout, overlay, dictionary entry,
      * deprecation, read alias and value window that names it (see
      * where-used-scan.cbl). a blank section asks across every
      * section. authenticates against the
      * shared admin-master-key the way define-rule does: the answer
      * spans sections no one section key speaks for. pages eleven
      * rows at a time - skip-arg is how many rows the caller
      * already holds, and more says whether another page follows.
      * where-used-report.cbl prints the same list in full, with the
      * param's readers beside it.
      * rcodes: ok, na, iv (no param named).

       data division.
       working-storage section.
         copy serverconfig.
         copy whereused.
         01 audit-cmd-name picture x(11) value 'where-used '.
         01 keys-equal picture 9.
         01 row-ind picture 9(3).
         01 skip-count picture 9(3).

       linkage section.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 admin-key picture x(80).
           02 param-arg picture x(40).
      *    optional - unsent reads as the first page.
           02 skip-arg picture x(3).
           02 filler picture x(850).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 9(2).
           02 more picture 9.
           02 results occurs 11.
             03 rwu-file picture x(12).
             03 rwu-section picture x(40).
             03 rwu-detail picture x(40).
           02 filler picture x(7).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-where-used.
           if argc is less than 160
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if
           if argc is less than 163
             move zeros to skip-arg
           end-if

           move function upper-case(section-name) to section-name

           call 'const-time-eq' using
               by reference admin-key
               by reference admin-master-key
             returning keys-equal
           end-call
           if admin-master-key is equal to spaces
               or keys-equal is not equal to 1
             move 'na' to rcode
             perform finish-short
           end-if

           if param-arg is equal to spaces
             move 'iv' to rcode
             perform finish-short
           end-if

           move zero to skip-count
           if skip-arg is numeric
             move skip-arg to skip-count
           end-if

           call 'where-used-scan' using
             by reference section-name
             by reference param-arg
             by reference where-used-table
           end-call

           move zero to result-count
           move zero to more
           perform
             varying row-ind from 1 by 1
               until row-ind is greater than wu-count
             if row-ind is greater than skip-count
               if result-count is less than 11
                 add 1 to result-count end-add
                 move wu-file(row-ind) to rwu-file(result-count)
                 move wu-section(row-ind)
                   to rwu-section(result-count)
                 move wu-detail(row-ind) to rwu-detail(result-count)
               else
                 move 1 to more
               end-if
             end-if
           end-perform

           move 'ok' to rcode
           compute result-length = 5 + result-count * 92
           end-compute
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       finish-short.
           move 2 to result-length
           call 'audit-log' using
             by reference section-name, audit-cmd-name, rcode
           end-call
           goback.

       end program where-used.
