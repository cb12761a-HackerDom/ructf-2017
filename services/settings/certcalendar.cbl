       identification division.
       program-id. cert-calendar.

      * standalone batch job - the monthly certificate expiry
      * calendar, read off the certificate register cert-scan.cbl
      * keeps (certregrecord.cpy): month by month from the start
      * month, every certificate artifact expiring in it in date
      * order, with its days left, owning section, owner and
      * contact, how many params reference it (and the first), and
      * its subject. ahead of the calendar, every certificate that
      * has already expired and every one nobody could read; after
      * it, how many expire beyond the window. the register is only
      * as fresh as the last cert-scan run, whose date each entry
      * carries - a stale one is marked. the start month defaults to
      * this one, the window to 12 months (at most 60). holds 2000
      * certificates. exit code is the number already expired or
      * unreadable.
      * usage:
      *   cert-calendar [YYYYMM] [months]

       environment division.
       input-output section.
       file-control.
         copy certregdb.

       data division.
       file section.
         copy certregrecord.

       working-storage section.
         copy serverconfig.
         01 arg-month picture x(6).
         01 arg-months picture x(3).
         01 start-month picture 9(6).
         01 start-parts redefines start-month.
           02 start-year picture 9(4).
           02 start-mm picture 99.
         01 window-months binary-long unsigned value 12.
         01 today-date picture 9(8).
         01 today-int binary-long.
         01 walk-done picture 9.

         01 cal-count binary-long unsigned value zero.
         01 cal-full picture 9 value zero.
         01 cal-table.
           02 cal-row occurs 2000 times.
             03 cal-artifact picture x(40).
             03 cal-section picture x(40).
             03 cal-state picture x.
             03 cal-not-after picture 9(8).
             03 cal-subject picture x(120).
             03 cal-owner picture x(40).
             03 cal-contact picture x(40).
             03 cal-ref-count picture 9(4).
             03 cal-first-ref-section picture x(40).
             03 cal-first-ref-param picture x(40).
             03 cal-scanned-on picture 9(8).
         01 cal-ind binary-long unsigned.

         01 month-ind binary-long unsigned.
         01 cur-month picture 9(6).
         01 cur-parts redefines cur-month.
           02 cur-year picture 9(4).
           02 cur-mm picture 99.
         01 end-month picture 9(6).
         01 day-ind binary-long unsigned.
         01 day-text picture 99.
         01 month-listed binary-long unsigned.
         01 days-left binary-long.
         01 days-display picture -(4)9.
         01 refs-display picture z(3)9.
         01 count-display picture z(5)9.
         01 expired-count binary-long unsigned value zero.
         01 unreadable-count binary-long unsigned value zero.
         01 window-count binary-long unsigned value zero.
         01 beyond-count binary-long unsigned value zero.
         01 stale-mark picture x(24).

       procedure division.
       start-cert-calendar.
           move spaces to arg-month
           move spaces to arg-months
           accept arg-month from argument-value
           accept arg-months from argument-value
           move function current-date(1:8) to today-date
           compute today-int = function integer-of-date(today-date)
           end-compute
           if arg-month is equal to spaces
             move today-date(1:6) to start-month
           else
             if arg-month is not numeric
                 or arg-month(5:2) is less than '01'
                 or arg-month(5:2) is greater than '12'
               perform show-usage
               goback
             end-if
             move arg-month to start-month
           end-if
           if arg-months is not equal to spaces
             if function trim(arg-months) is not numeric
               perform show-usage
               goback
             end-if
             move function numval(arg-months) to window-months
             if window-months is less than 1
                 or window-months is greater than 60
               perform show-usage
               goback
             end-if
           end-if

           call 'load-data-paths' end-call
           perform load-register
           if cal-count is equal to zero
             display 'cert-calendar: no certificates registered at '
               function trim(cert-register-path)
               ' - cert-scan records them' end-display
             move zero to return-code
             goback
           end-if

           move start-month to cur-month
           perform
             varying month-ind from 1 by 1
               until month-ind is equal to window-months
             perform next-month
           end-perform
           move cur-month to end-month

           display '=== certificate expiry calendar ' start-month
             ' to ' end-month ' (as of ' today-date ') ==='
             end-display
           if cal-full is equal to 1
             display 'cert-calendar: more than 2000 certificates - '
               'the calendar is incomplete' end-display
           end-if
           perform list-expired
           perform list-unreadable

           move start-month to cur-month
           perform
             varying month-ind from 1 by 1
               until month-ind is greater than window-months
             perform list-one-month
             perform next-month
           end-perform

           perform
             varying cal-ind from 1 by 1
               until cal-ind is greater than cal-count
             if cal-state(cal-ind) is equal to 'V'
                 and cal-not-after(cal-ind)(1:6) is greater than
                   end-month
               add 1 to beyond-count end-add
             end-if
           end-perform

           display ' ' end-display
           move window-count to count-display
           display 'cert-calendar: ' function trim(count-display)
             ' expiring in the window' end-display
           move beyond-count to count-display
           display 'cert-calendar: ' function trim(count-display)
             ' expiring after ' end-month end-display
           move expired-count to count-display
           display 'cert-calendar: ' function trim(count-display)
             ' already expired' end-display
           move unreadable-count to count-display
           display 'cert-calendar: ' function trim(count-display)
             ' unreadable' end-display
           compute return-code = expired-count + unreadable-count
           end-compute
           goback.

       show-usage.
           display 'cert-calendar: usage: cert-calendar [YYYYMM] '
             '[months]' end-display
           move 1 to return-code.

       load-register.
           open input cert-register-db
           move low-values to cr-artifact
           move zero to walk-done
           start cert-register-db
             key is greater than cr-artifact
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 if cal-count is not less than 2000
                   move 1 to cal-full
                   move 1 to walk-done
                 else
                   add 1 to cal-count end-add
                   move cr-artifact to cal-artifact(cal-count)
                   move cr-section to cal-section(cal-count)
                   move cr-state to cal-state(cal-count)
                   move cr-not-after to cal-not-after(cal-count)
                   move cr-subject to cal-subject(cal-count)
                   move cr-owner to cal-owner(cal-count)
                   move cr-contact to cal-contact(cal-count)
                   move cr-ref-count to cal-ref-count(cal-count)
                   move cr-first-ref-section
                     to cal-first-ref-section(cal-count)
                   move cr-first-ref-param
                     to cal-first-ref-param(cal-count)
                   move cr-scanned-on to cal-scanned-on(cal-count)
                 end-if
             end-read
           end-perform
           close cert-register-db.

       next-month.
           if cur-mm is equal to 12
             add 1 to cur-year end-add
             move 1 to cur-mm
           else
             add 1 to cur-mm end-add
           end-if.

       list-expired.
           display ' ' end-display
           display '--- already expired ---' end-display
           perform
             varying cal-ind from 1 by 1
               until cal-ind is greater than cal-count
             if cal-state(cal-ind) is equal to 'V'
                 and cal-not-after(cal-ind) is less than today-date
               add 1 to expired-count end-add
               perform show-entry
             end-if
           end-perform
           if expired-count is equal to zero
             display '  (none)' end-display
           end-if.

       list-unreadable.
           display ' ' end-display
           display '--- unreadable - expiry unknown ---' end-display
           perform
             varying cal-ind from 1 by 1
               until cal-ind is greater than cal-count
             if cal-state(cal-ind) is equal to 'B'
               add 1 to unreadable-count end-add
               perform show-entry
             end-if
           end-perform
           if unreadable-count is equal to zero
             display '  (none)' end-display
           end-if.

      *----------------------------------------------------------------
      * one month, in date order - a pass of the table per day. an
      * already-expired certificate was listed above, not here.
      *----------------------------------------------------------------
       list-one-month.
           display ' ' end-display
           display '--- ' cur-year '-' cur-mm ' ---' end-display
           move zero to month-listed
           perform
             varying day-ind from 1 by 1
               until day-ind is greater than 31
             move day-ind to day-text
             perform
               varying cal-ind from 1 by 1
                 until cal-ind is greater than cal-count
               if cal-state(cal-ind) is equal to 'V'
                   and cal-not-after(cal-ind)(1:6) is equal to
                     cur-month
                   and cal-not-after(cal-ind)(7:2) is equal to
                     day-text
                   and cal-not-after(cal-ind) is not less than
                     today-date
                 add 1 to month-listed end-add
                 add 1 to window-count end-add
                 perform show-entry
               end-if
             end-perform
           end-perform
           if month-listed is equal to zero
             display '  (none)' end-display
           end-if.

       show-entry.
           move spaces to stale-mark
           if cal-scanned-on(cal-ind) is less than today-date
             string '  (as scanned ' delimited by size
                 cal-scanned-on(cal-ind) delimited by size
                 ')' delimited by size
               into stale-mark
             end-string
           end-if
           if cal-state(cal-ind) is equal to 'V'
             compute days-left =
               function integer-of-date(cal-not-after(cal-ind))
                 - today-int
             end-compute
             move days-left to days-display
             display '  ' cal-not-after(cal-ind) ' '
               days-display 'd  ' function trim(cal-artifact(cal-ind))
               ' ' function trim(stale-mark) end-display
           else
             display '  ' function trim(cal-artifact(cal-ind))
               ' ' function trim(stale-mark) end-display
           end-if
           display '      subject  ' function trim(cal-subject(cal-ind))
             end-display
           display '      owner    ' function trim(cal-owner(cal-ind))
             ' ' function trim(cal-contact(cal-ind)) ' (section '
             function trim(cal-section(cal-ind)) ')' end-display
           move cal-ref-count(cal-ind) to refs-display
           if cal-ref-count(cal-ind) is equal to zero
             display '      used by  no param' end-display
           else
             display '      used by  '
               function trim(cal-first-ref-section(cal-ind)) ' '
               function trim(cal-first-ref-param(cal-ind)) ' ('
               function trim(refs-display) ' reference(s))'
               end-display
           end-if.

       end program cert-calendar.
