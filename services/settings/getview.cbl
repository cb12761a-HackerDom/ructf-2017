      * get-section applies), expired values suppressed the way the
      * read path always suppresses them; a member whose param
      * isn't on file answers with its found flag down rather than
      * failing the whole view. a member that fails its checksum
      * (see record-checksum.cbl) does fail it - 'ck', nothing
      * served.
      * a view has no version of its own, so a caller that sends
      * if-version is given the page's: the sum, over the members
      * this page carries, of one more than each member's section
      * version (sectionversionrecord.cpy). every section counter
      * only climbs and every member counts at least 1, so any
      * change to a member's section - or a member added to the
      * view - moves it; an unchanged page answers 'nc' with no
      * payload, the get-section contract.

       environment division.
       input-output section.
         01 member-value picture x(348).
         01 member-expires picture 9(8).
         01 member-found picture 9.
         01 member-corrupt picture 9.
         01 version-wanted picture 9.
         01 member-version picture 9(12).
         01 page-version picture 9(12).
         01 seen-version picture 9(12).
      *  read-access audit - see readauditrecord.cpy and
      *  note-sensitive-reads below. each page slot remembers its
      *  member's section so the page can be filed section by
      *  section once it is known to be served.
         01 page-member-section picture x(40) occurs 10 times.
         01 read-audit-owner picture x(40).
         01 read-audit-params picture x(400).
         01 read-audit-ptr binary-long unsigned.
         01 audit-ind picture 99.
         01 audit-scan-ind picture 99.
         01 audit-section-done picture 9.
      *  per-param read tracking - see paramreadbuffer.cpy. the
      *  member's full param name, rview-param carrying 20 bytes.
         01 page-member-param picture x(40) occurs 10 times.

       linkage section.
         01 argc binary-long unsigned.
      *    for the second page, 20 for the third. spaces (or
      *    unsent) starts from the top, the classic behavior.
           02 from-seq-arg picture x(2).
      *    optional conditional-get version, as on get-section:
      *    sent at all (blank included) asks for rversion, digits
      *    make the call conditional.
           02 if-version picture x(12).
           02 filler picture x(903).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 99.
             03 rview-param picture x(20).
             03 rview-value picture x(78).
             03 rview-found picture 9.
      *    only to a caller that sent if-version - the result then
      *    runs the table's full width so rversion sits at byte 996.
           02 rversion picture 9(12).
           02 filler picture x(17).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

           if argc is less than 98
             move spaces to from-seq-arg
           end-if
           move zero to version-wanted
           if argc is less than 110
             move spaces to if-version
           else
             move 1 to version-wanted
           end-if
           if from-seq-arg is numeric
             move function numval(from-seq-arg) to from-seq
           else
             goback
           end-if

           move zero to member-corrupt
           perform resolve-view-members
           if member-corrupt is equal to 1
             move 'ck' to rcode
             move 2 to result-length
             call 'audit-log' using
               by reference audit-section-name, audit-cmd-name, rcode
             end-call
             goback
           end-if

           if if-version is not equal to spaces
               and function trim(if-version) is numeric
             move function numval(if-version) to seen-version
             if seen-version is equal to page-version
               move 'nc' to rcode
               move 2 to result-length
               call 'audit-log' using
                 by reference audit-section-name, audit-cmd-name,
                   rcode
               end-call
               goback
             end-if
           end-if

           move 'ok' to rcode
           compute result-length = 5 + result-count * 99
           end-compute
           if version-wanted is equal to 1
             move page-version to rversion
             move 1007 to result-length
           end-if
           perform note-sensitive-reads
           perform note-param-reads
           call 'audit-log' using
             by reference audit-section-name, audit-cmd-name, rcode
           end-call
      * way all-section's listing resumes from its cursor.
      *----------------------------------------------------------------
       resolve-view-members.
           move zero to page-version
           move zero to result-count
           move zero to more
           move zero to list-done
               by reference member-expires
             returning member-found
           end-call
           if member-found is equal to 2
             move 1 to member-corrupt
           end-if
      *    an expired value is as good as gone on the read side -
      *    the same suppression get-section applies.
           if member-found is equal to 1
             move zero to member-found
           end-if

           call 'section-version' using
             by content 'R'
             by reference member-section
             by reference member-version
           end-call
           compute page-version = page-version + member-version + 1
           end-compute

           add 1 to result-count end-add
           move member-section to page-member-section(result-count)
           move member-param to rview-param(result-count)
           move member-param to page-member-param(result-count)
           if member-found is equal to 1
             move member-value(1:78) to rview-value(result-count)
             move 1 to rview-found(result-count)
             move 0 to rview-found(result-count)
           end-if.

      *----------------------------------------------------------------
      * read-access audit (see readauditrecord.cpy): one note per
      * member section on the page, naming the params it served -
      * read-audit-note files only the sections flagged sensitive.
      * the view's key has no key-owners record, so the view itself
      * stands in as the owner.
      *----------------------------------------------------------------
       note-sensitive-reads.
           move spaces to read-audit-owner
           string 'VIEW ' delimited by size
               function trim(view-name-arg) delimited by size
             into read-audit-owner
           end-string
           perform
             varying audit-ind from 1 by 1
               until audit-ind is greater than result-count
             move zero to audit-section-done
             perform
               varying audit-scan-ind from 1 by 1
                 until audit-scan-ind is not less than audit-ind
               if page-member-section(audit-scan-ind) is equal to
                   page-member-section(audit-ind)
                 move 1 to audit-section-done
               end-if
             end-perform
             if audit-section-done is equal to zero
               perform note-one-member-section
             end-if
           end-perform.

       note-one-member-section.
           move spaces to read-audit-params
           move 1 to read-audit-ptr
           perform
             varying audit-scan-ind from audit-ind by 1
               until audit-scan-ind is greater than result-count
             if page-member-section(audit-scan-ind) is equal to
                 page-member-section(audit-ind)
                 and rview-found(audit-scan-ind) is equal to 1
               string function trim(rview-param(audit-scan-ind))
                   delimited by size
                   ' ' delimited by size
                 into read-audit-params
                 with pointer read-audit-ptr
               end-string
             end-if
           end-perform
           if read-audit-params is equal to spaces
             exit paragraph
           end-if
           call 'read-audit-note' using
             by reference page-member-section(audit-ind)
             by reference audit-cmd-name
             by reference vkey
             by reference read-audit-owner
             by reference read-audit-params
           end-call.

      *----------------------------------------------------------------
      * per-param read tracking (see paramreadrecord.cpy): every
      * member the page found a value for counts as a read of that
      * param in its own section.
      *----------------------------------------------------------------
       note-param-reads.
           perform
             varying audit-ind from 1 by 1
               until audit-ind is greater than result-count
             if rview-found(audit-ind) is equal to 1
               call 'param-read-note' using
                 by reference page-member-section(audit-ind)
                 by reference page-member-param(audit-ind)
               end-call
             end-if
           end-perform.

       end program get-view.
