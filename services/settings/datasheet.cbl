      * value, expiry and chunk count, quota usage against the
      * section's caps, its tags, its key slots with added-on dates
      * and scopes (keys masked the way get-apikeys masks them),
      * any live edit lease on it (holder and expiry), each
      * param's recurring value window beside its stored value, its
      * write-once or locked mark, its steward (primary, backup,
      * team, escalation contact and cost center), and the last few
      * setting-history entries. dated and
      * paginated, 60 lines to the page - the auditors get a report
      * to flip, not a screenshot. usage:
      *   datasheet <section-name-or-ALL> [output-path]
         copy settinghistorydb.
         copy quotadb.
         copy tagdb.
         copy leasedb.
         copy valuewindowdb.
         copy paramlockdb.
         copy stewarddb.

         select report-file assign to report-path
           organization is line sequential.
         copy settinghistoryrecord.
         copy quotarecord.
         copy tagrecord.
         copy leaserecord.
         copy valuewindowrecord.
         copy paramlockrecord.
         copy stewardrecord.

       fd report-file.
       01 report-line picture x(132).
       01 key-ind picture 99.
       01 masked-key picture x(20).
       01 count-edit picture zzz,zzz,zz9.
       01 now-stamp picture 9(14).
       77 chunk-width binary-long unsigned value 87.

       procedure division.
             end-string
           end-if
           move function current-date(1:8) to today-text
           move function numval(function current-date(1:14))
             to now-stamp

           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input setting-history-db
           open input quotas-db
           open input tags-db
           open input leases-db
           open input value-windows-db
           open input param-locks-db
           open input stewards-db
           open output report-file

           if report-all is equal to 1
           end-if

           close sections-db
           call 'settings-route' using by content 'C' end-call
           close setting-history-db
           close quotas-db
           close tags-db
           close leases-db
           close value-windows-db
           close param-locks-db
           close stewards-db
           close report-file
           display 'datasheet: written to '
             function trim(report-path) end-display
             into print-text
           end-string
           perform print-line
           perform sheet-lease
           perform sheet-steward

           perform sheet-key-slots
           perform sheet-quota-usage
           move spaces to print-text
           perform print-line.

      *----------------------------------------------------------------
      * an expired lease is no lease - see leaserecord.cpy.
      *----------------------------------------------------------------
       sheet-lease.
           move spaces to print-text
           move sheet-section to lease-section
           read leases-db record
             invalid key
               move '  lease: none' to print-text
             not invalid key
               if lease-expires-at is greater than now-stamp
                 string '  lease: held by ' delimited by size
                     function trim(lease-owner) delimited by size
                     ' since ' delimited by size
                     lease-granted-at delimited by size
                     ' until ' delimited by size
                     lease-expires-at delimited by size
                   into print-text
                 end-string
               else
                 move '  lease: none' to print-text
               end-if
           end-read
           perform print-line.

      *----------------------------------------------------------------
      * who answers for the section - see stewardrecord.cpy. a
      * section nobody has been named for says so, in the binder
      * where the auditors will see it.
      *----------------------------------------------------------------
       sheet-steward.
           move spaces to print-text
           move sheet-section to st-section
           read stewards-db record
             invalid key
               move '  steward: NONE ON FILE' to print-text
               perform print-line
               exit paragraph
           end-read
           string '  steward: ' delimited by size
               function trim(st-primary) delimited by size
               '   backup ' delimited by size
               function trim(st-backup) delimited by size
               '   since ' delimited by size
               st-recorded-on delimited by size
             into print-text
           end-string
           perform print-line
           move spaces to print-text
           string '  team: ' delimited by size
               function trim(st-team) delimited by size
               '   cost center ' delimited by size
               function trim(st-cost-center) delimited by size
               '   escalation ' delimited by size
               function trim(st-escalation) delimited by size
             into print-text
           end-string
           perform print-line.

       sheet-key-slots.
           move spaces to print-text
           move '  KEY SLOTS' to print-text
           move zero to inner-done
           perform
             until inner-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
           move zero to inner-done
           perform
             until inner-done is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
                         into print-text
                       end-string
                       perform print-line
                       perform sheet-value-window
                       perform sheet-param-lock
                     end-if
                   end-if
               end-read
             perform print-line
           end-if.

      *----------------------------------------------------------------
      * a param with a recurring window (see valuewindowrecord.cpy)
      * gets a second line under its stored value: the days (Monday
      * first), the hours, whether holidays close it, and the value
      * served inside it. the stored value is the off-window one.
      *----------------------------------------------------------------
       sheet-value-window.
           move sheet-section to win-section
           move sparam-name to win-param
           read value-windows-db record
             invalid key
               exit paragraph
           end-read
           move spaces to print-text
           string '      window MTWTFSS ' delimited by size
               win-days delimited by size
               ' ' delimited by size
               win-from delimited by size
               '-' delimited by size
               win-to delimited by size
               ' business days only ' delimited by size
               win-business-days delimited by size
               ' = ' delimited by size
               win-value(1:60) delimited by size
             into print-text
           end-string
           perform print-line.

      *----------------------------------------------------------------
      * a write-once or locked param (see paramlockrecord.cpy) says
      * so under its value, with the day the mark went on.
      *----------------------------------------------------------------
       sheet-param-lock.
           move sheet-section to plk-section
           move sparam-name to plk-param
           read param-locks-db record
             invalid key
               exit paragraph
           end-read
           move spaces to print-text
           if plk-locked
             string '      LOCKED since ' delimited by size
                 plk-marked-on delimited by size
               into print-text
             end-string
           else
             string '      WRITE-ONCE since ' delimited by size
                 plk-marked-on delimited by size
               into print-text
             end-string
           end-if
           perform print-line.

      *----------------------------------------------------------------
      * the last few history entries - the 5 MOST RECENT by
      * changed-on date (sequence breaking ties within a day), not
