      * paging all-section and reassembling a spreadsheet from a
      * hundred get-section calls. master-key gated like dump: the
      * answer spans every tagged section regardless of whose keys
      * the caller holds. a tag of '*' asks across every section
      * that holds the param at all, found on settings-db's
      * sparam-name alternate key (param-range.cbl) rather than by
      * tag.
      * operations (arg-op):
      *   'SUM ' / 'MIN ' / 'MAX ' - numeric, over the tagged
      *            sections that hold the param with a numeric
      *   'CNT ' - how many tagged sections hold the param at all
      *   'DIST' - the distinct values with their counts, up to 9
      *            (value compared on its first 40 bytes)
      * rcodes: ok, na, iv, nf (no section carries the tag - or,
      * for '*', the param).
      * a sensitive section whose param fed the answer is filed in
      * the read-access audit (readauditrecord.cpy) under the
      * master key - an aggregate is a disclosure too.

       environment division.
       input-output section.
         01 tagged-count binary-long unsigned.
         01 dist-ind picture 9.
         01 dist-found picture 9.
         01 read-audit-key picture x(80) value spaces.
         01 read-audit-owner picture x(40) value 'ADMIN MASTER KEY'.
         01 read-audit-params picture x(400).
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
         01 range-ind binary-long unsigned.

       linkage section.
         01 argc binary-long unsigned.
           move zero to have-any
           move zero to tagged-count

           if arg-tag is equal to '*'
             perform aggregate-every-section
             move 1 to walk-done
           else
             move arg-tag to tag-name
             move low-values to tag-section
             move zero to walk-done
           end-if
           perform
             until walk-done is equal to 1
             start tags-db
             by reference arg-tag, audit-cmd-name, rcode
           end-call.

      *----------------------------------------------------------------
      * '*': every section holding the param, a batch at a time off
      * the param's alternate-key range. the param is named exactly
      * - a trailing '*' on it is not a prefix here.
      *----------------------------------------------------------------
       aggregate-every-section.
           move zero to rc-part
           move spaces to rc-section
           move spaces to rc-param
           move 1 to range-left
           perform
             until range-left is equal to zero
             call 'param-range' using
                 by reference arg-param
                 by reference range-cursor
                 by reference range-batch
               returning range-left
             end-call
             perform
               varying range-ind from 1 by 1
                 until range-ind is greater than rb-count
               if rb-param(range-ind) is equal to arg-param
                 add 1 to tagged-count end-add
                 move rb-section(range-ind) to agg-section
                 perform aggregate-one-section
               end-if
             end-perform
           end-perform.

       aggregate-one-section.
           call 'read-setting-value' using
               by reference agg-section
               by reference oper-expires
             returning oper-found
           end-call
           if oper-found is not equal to 1
             add 1 to r-skipped end-add
             exit paragraph
           end-if
           move arg-param to read-audit-params
           call 'read-audit-note' using
             by reference agg-section
             by reference audit-cmd-name
             by reference read-audit-key
             by reference read-audit-owner
             by reference read-audit-params
           end-call
           call 'param-read-note' using
             by reference agg-section
             by reference arg-param
           end-call

           if arg-op is equal to 'CNT '
             add 1 to r-matched end-add
