      * standalone batch job - one policy decision, one operation:
      * sets a single param to a single value on every section
      * carrying a tag (tags-dat), each write through the full
      * set-param gauntlet - the param's rule and its write-once or
      * locked mark, the section's cross-param assertions, its
      * quota, its four-eyes
      * protection, history retained, journal shipped, watchers
      * notified - and prints a per-section result line saying
      * which landed and which bounced and why. a protected section
      * is reported rather than quietly bypassed: its values only
      * move through the approval queue, the same stance
      * txn-update takes. the exit code is the bounce count.
      * a tag of '*' pushes to every section that already holds the
      * param, found on settings-db's sparam-name alternate key
      * (param-range.cbl) - the whole list is taken before the
      * first write, since a rewrite can move a row along its
      * param's range; more than 2000 such sections is refused,
      * to be pushed by tag instead.
      * either way the sections are pushed in name order, and the
      * push checkpoints as it goes (batch-checkpoint.cbl): a run
      * that dies part way is resumed by running it again with the
      * same arguments, carrying on after the last section it
      * reported on with its counts as they stood - sections since
      * the last checkpoint are pushed again, the same value landing
      * twice. a different push over an unfinished one is refused
      * (exit code 3) unless FRESH is given.
      * a sandbox section (sandboxrecord.cpy) is passed over - a
      * fleet policy is for the sections that serve something, and
      * a sandbox keeps whatever it was made with - and reported as
      * SKIPPED, neither landed nor bounced.
      * usage:
      *   fleet-push <tag>|* <param> <value> [FRESH]

       environment division.
       input-output section.
         copy sensdb.
         copy ruledb.
         copy assertdb.
         copy paramlockdb.

       data division.
       file section.
         copy sensrecord.
         copy rulerecord.
         copy assertrecord.
         copy paramlockrecord.

       working-storage section.
         01 setting-status-1 picture xx.
       01 arg-tag picture x(40).
       01 arg-param picture x(40).
       01 arg-value picture x(87).
       01 arg-fresh picture x(8).
       01 push-value picture x(348).
       01 push-section picture x(40).
       01 push-expires picture 9(8) value zero.
       01 name-valid picture 9.
       01 walk-done picture 9.
       01 rule-status picture 9.
       01 lock-status picture 9.
       01 failed-rule-type picture x(4).
       01 assert-status picture 9.
       01 failed-assert-seq picture 9(3).
       01 store-ok picture 9.
       01 landed-count binary-long unsigned value zero.
       01 bounced-count binary-long unsigned value zero.
       01 skipped-count binary-long unsigned value zero.
       01 section-is-sandbox picture 9.
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
       01 holder-count binary-long unsigned.
       01 holder-ind binary-long unsigned.
       01 holder-section picture x(40) occurs 2000 times.
       01 slot-found picture 9.
       77 holder-limit binary-long unsigned value 2000.
         copy checkpointarea.

       procedure division.
       start-fleet-push.
           accept arg-tag from argument-value
           accept arg-param from argument-value
           accept arg-value from argument-value
           move spaces to arg-fresh
           accept arg-fresh from argument-value
           move function upper-case(arg-tag) to arg-tag

           call 'validate-name' using
           end-call
           if arg-tag is equal to spaces
               or name-valid is equal to zero
             display 'fleet-push: usage: fleet-push <tag>|* '
               '<param> <value> [FRESH]' end-display
             move 1 to return-code
             goback
           end-if
           move spaces to push-value
           move arg-value to push-value(1:87)

      *----------------------------------------------------------------
      * checkpoint counts: 1 landed, 2 bounced; ck-position is the
      * sections pushed, ck-last-key the last of them.
      *----------------------------------------------------------------
           move 'fleet-push' to ck-job
           move spaces to ck-input
           string function trim(arg-tag) delimited by size
               ' ' delimited by size
               function trim(arg-param) delimited by size
               ' ' delimited by size
               function trim(arg-value) delimited by size
             into ck-input
           end-string
           move zero to ck-fresh
           if function upper-case(arg-fresh) is equal to 'FRESH'
             move 1 to ck-fresh
           end-if
           call 'batch-checkpoint' using
               by content 'B'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           if checkpoint-answer is equal to 2
             move 3 to return-code
             goback
           end-if
           if ck-resumed is equal to 1
             move ck-counts(1) to landed-count
             move ck-counts(2) to bounced-count
             move ck-counts(3) to skipped-count
           end-if

           open i-o sections-db
           call 'settings-route' using by content 'U' end-call
           open i-o setting-history-db
           open i-o quotas-db
           open input tags-db
           open input protected-db
           open input sensitive-db
      *----------------------------------------------------------------
      * check-rule, check-assert and check-param-lock read these
      * through the shared external connectors - a batch run unit
      * has to open them itself, or the gates silently see an empty
      * file.
      *----------------------------------------------------------------
           open input rules-db
           open input asserts-db
           open input param-locks-db

           if arg-tag is equal to '*'
             perform push-every-holder
           else
             perform push-walk
           end-if

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close tags-db
           close sensitive-db
           close rules-db
           close asserts-db
           close param-locks-db

           move landed-count to ck-counts(1)
           move bounced-count to ck-counts(2)
           move skipped-count to ck-counts(3)
           call 'batch-checkpoint' using
               by content 'E'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call
           display 'fleet-push: ' landed-count ' landed, '
             bounced-count ' bounced, ' skipped-count
             ' sandbox(es) skipped' end-display
           move bounced-count to return-code
           goback.

       push-walk.
           move arg-tag to tag-name
           move low-values to tag-section
           if ck-last-key is not equal to spaces
             move ck-last-key(1:40) to tag-section
           end-if
           move zero to walk-done
           perform
             until walk-done is equal to 1
                   else
                     move tag-section to push-section
                     perform push-one-section
                     perform note-pushed
                     move arg-tag to tag-name
                     move push-section to tag-section
                   end-if
             end-if
           end-perform.

       push-every-holder.
           move zero to holder-count
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
                 add 1 to holder-count end-add
                 if holder-count is not greater than holder-limit
                   perform insert-holder
                 end-if
               end-if
             end-perform
           end-perform
           if holder-count is greater than holder-limit
             display 'fleet-push: ' holder-count ' sections hold '
               function trim(arg-param) ' - more than '
               holder-limit ' at once; push by tag' end-display
             add 1 to bounced-count end-add
             exit paragraph
           end-if
           perform
             varying holder-ind from 1 by 1
               until holder-ind is greater than holder-count
             if ck-last-key is equal to spaces
                 or holder-section(holder-ind) is greater than
                   ck-last-key(1:40)
               move holder-section(holder-ind) to push-section
               perform push-one-section
               perform note-pushed
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the index hands the holders over in the order their rows
      * were written, which a push itself disturbs - so the list is
      * kept in section order as it is taken, the order a resumed
      * run can pick up from by name.
      *----------------------------------------------------------------
       insert-holder.
           move holder-count to holder-ind
           move zero to slot-found
           perform
             until slot-found is equal to 1
             if holder-ind is equal to 1
               move 1 to slot-found
             else
               if holder-section(holder-ind - 1) is greater than
                   rb-section(range-ind)
                 move holder-section(holder-ind - 1)
                   to holder-section(holder-ind)
                 subtract 1 from holder-ind end-subtract
               else
                 move 1 to slot-found
               end-if
             end-if
           end-perform
           move rb-section(range-ind) to holder-section(holder-ind).

       note-pushed.
           add 1 to ck-position end-add
           move push-section to ck-last-key
           move landed-count to ck-counts(1)
           move bounced-count to ck-counts(2)
           move skipped-count to ck-counts(3)
           call 'batch-checkpoint' using
               by content 'K'
               by reference checkpoint-area
             returning checkpoint-answer
           end-call.

       push-one-section.
           move push-section to name
           read sections-db record
               exit paragraph
           end-read

           call 'section-sandbox' using
               by reference push-section
             returning section-is-sandbox
           end-call
           if section-is-sandbox is equal to 1
             add 1 to skipped-count end-add
             display '  SKIPPED ' function trim(push-section)
               ' - sandbox' end-display
             exit paragraph
           end-if

           move push-section to prot-section-name
           read protected-db record
             invalid key
             exit paragraph
           end-if

           call 'check-param-lock' using
               by reference push-section
               by reference arg-param
             returning lock-status
           end-call
           if lock-status is not equal to zero
             add 1 to bounced-count end-add
             move 'pl' to audit-rcode
             if lock-status is equal to 1
               display '  BOUNCED ' function trim(push-section)
                 ' - param is locked' end-display
             else
               display '  BOUNCED ' function trim(push-section)
                 ' - param is write-once and already set'
                 end-display
             end-if
             perform audit-one-push
             exit paragraph
           end-if

           call 'check-assert' using
               by reference push-section
               by reference arg-param
