       identification division.
       program-id. secret-scan.

      * standalone batch job - scheduled nightly, or run by hand
      * against one section. finds the passwords, private keys and
      * tokens people paste into ordinary sections - ones not marked
      * with mark-sens, so the value sits in plaintext in dumps,
      * exports, traces and the history file. every live value in
      * settings.dat (all partitions, chunk chains reassembled) and
      * every retained prior value in setting-history.dat of a
      * section that is not sensitive is put to secret-like.cbl
      * (PEM blocks, published token prefixes, credentials in URLs,
      * long high-entropy strings, params named like a credential).
      * a sensitive section is skipped - its values are ciphertext
      * at rest, which is the point. findings are listed per
      * section, with the owner and contact of its first key slot
      * the key-owners registry knows (capacity-forecast's lookup),
      * each with the reason and the value masked - its first four
      * characters and its length, never more. a history finding
      * carries its sequence and the date it was displaced: that
      * copy outlives a fix to the live value, so the remedy is
      * mark-sens plus a purge, not just a new value. holds 1000
      * findings. exit code is the number found.
      * usage:
      *   secret-scan [<section>]

       environment division.
       input-output section.
       file-control.
         copy settingdb.
         copy settinghistorydb.
         copy sensdb.
         copy sectiondb.
         copy keyownerdb.

       data division.
       file section.
         copy settingrecord.
         copy settinghistoryrecord.
         copy sensrecord.
         copy sectionrecord.
         copy keyownerrecord.

       working-storage section.
         copy serverconfig.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 arg-section picture x(40).
         01 walk-done picture 9.
         01 parts-left binary-long unsigned.
         01 held-section picture x(40).
         01 held-param picture x(40).
         01 last-sens-section picture x(40) value low-values.
         01 section-is-sensitive picture 9.
         01 skipped-sections binary-long unsigned value zero.
         01 scan-value picture x(348).
         01 scan-expires picture 9(8).
         01 scan-found picture 9.
         01 looks-secret picture 9.
         01 secret-reason picture x(4).
         01 live-scanned binary-long unsigned value zero.
         01 history-scanned binary-long unsigned value zero.

      *  what was found, gathered over both files and then listed
      *  section by section. fd-where: L live value, H history.
         01 finding-total binary-long unsigned value zero.
         01 finding-count binary-long unsigned value zero.
         01 finding-table.
           02 finding-row occurs 1000 times.
             03 fd-section picture x(40).
             03 fd-param picture x(40).
             03 fd-where picture x.
             03 fd-seq picture 9(4).
             03 fd-changed-on picture 9(8).
             03 fd-reason picture x(4).
             03 fd-mask picture x(24).
         01 finding-ind binary-long unsigned.
         01 group-count binary-long unsigned value zero.
         01 group-table.
           02 group-section picture x(40) occurs 500 times.
         01 group-ind binary-long unsigned.
         01 group-found binary-long unsigned.

         01 mask-length binary-long unsigned.
         01 mask-length-display picture z(2)9.
         01 owner-name picture x(40).
         01 owner-contact picture x(40).
         01 probe-key picture x(80).
         01 slot-ind binary-long unsigned.
         01 section-findings binary-long unsigned.
         01 count-display picture z(5)9.

       procedure division.
       start-secret-scan.
           move spaces to arg-section
           accept arg-section from argument-value
           move function upper-case(arg-section) to arg-section
           call 'load-data-paths' end-call

           display '=== secret-leak scan ' function current-date(1:8)
             ' ===' end-display
           open input sensitive-db
           call 'settings-route' using by content 'I' end-call
           perform scan-live-values
           call 'settings-route' using by content 'C' end-call
           open input setting-history-db
           perform scan-history-values
           close setting-history-db
           close sensitive-db

           open input sections-db
           open input key-owners-db
           perform report-findings
           close sections-db
           close key-owners-db

           display ' ' end-display
           move live-scanned to count-display
           display 'secret-scan: ' function trim(count-display)
             ' live value(s) scanned' end-display
           move history-scanned to count-display
           display 'secret-scan: ' function trim(count-display)
             ' history value(s) scanned' end-display
           move skipped-sections to count-display
           display 'secret-scan: ' function trim(count-display)
             ' sensitive section(s) skipped' end-display
           move finding-total to count-display
           display 'secret-scan: ' function trim(count-display)
             ' finding(s)' end-display
           if finding-total is greater than finding-count
             display 'secret-scan: more than 1000 findings - listed '
               'the first 1000' end-display
           end-if
           move finding-total to return-code
           goback.

      *----------------------------------------------------------------
      * live values: one section's keyed range, or every partition
      * end to end. only primaries are read - a chunked value comes
      * back whole from read-setting-value.
      *----------------------------------------------------------------
       scan-live-values.
           if arg-section is not equal to spaces
             move arg-section to ssection-name
             move low-values to sparam-name
             call 'settings-route' using by content 'S' end-call
             perform walk-live-partition
             exit paragraph
           end-if
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             move low-values to ssection-name
             move low-values to sparam-name
             perform walk-live-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform.

       walk-live-partition.
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read settings-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   if arg-section is not equal to spaces
                       and ssection-name is not equal to arg-section
                     move 1 to walk-done
                   else
                     move ssection-name to held-section
                     move sparam-name to held-param
                     if schunk-count is greater than zero
                       perform scan-one-live-value
                     end-if
                     move held-section to ssection-name
                     move held-param to sparam-name
                   end-if
               end-read
             end-if
           end-perform.

       scan-one-live-value.
           perform check-section-sensitive
           if section-is-sensitive is equal to 1
             exit paragraph
           end-if
           call 'read-setting-value' using
               by reference held-section
               by reference held-param
               by reference scan-value
               by reference scan-expires
             returning scan-found
           end-call
           if scan-found is not equal to 1
             exit paragraph
           end-if
           add 1 to live-scanned end-add
           call 'secret-like' using
               by reference held-param
               by reference scan-value
               by reference secret-reason
             returning looks-secret
           end-call
           if looks-secret is equal to 1
             perform add-finding
             if finding-ind is greater than zero
               move 'L' to fd-where(finding-ind)
               move zero to fd-seq(finding-ind)
               move zero to fd-changed-on(finding-ind)
             end-if
           end-if.

       scan-history-values.
           if arg-section is not equal to spaces
             move arg-section to hist-section-name
           else
             move low-values to hist-section-name
           end-if
           move low-values to hist-param-name
           move zero to hist-seq
           move zero to walk-done
           start setting-history-db
             key is greater than history-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read setting-history-db next record
               at end
                 move 1 to walk-done
               not at end
                 if arg-section is not equal to spaces
                     and hist-section-name is not equal to arg-section
                   move 1 to walk-done
                 else
                   perform scan-one-history-value
                 end-if
             end-read
           end-perform.

       scan-one-history-value.
           move hist-section-name to held-section
           perform check-section-sensitive
           if section-is-sensitive is equal to 1
             exit paragraph
           end-if
           add 1 to history-scanned end-add
           move hist-old-value to scan-value
           move hist-param-name to held-param
           call 'secret-like' using
               by reference held-param
               by reference scan-value
               by reference secret-reason
             returning looks-secret
           end-call
           if looks-secret is equal to 1
             perform add-finding
             if finding-ind is greater than zero
               move 'H' to fd-where(finding-ind)
               move hist-seq to fd-seq(finding-ind)
               move hist-changed-on to fd-changed-on(finding-ind)
             end-if
           end-if.

      *  the flag only changes between sections - asked once each.
       check-section-sensitive.
           if held-section is equal to last-sens-section
             exit paragraph
           end-if
           move held-section to last-sens-section
           call 'section-sensitive' using
               by reference held-section
             returning section-is-sensitive
           end-call
           if section-is-sensitive is equal to 1
             add 1 to skipped-sections end-add
           end-if.

      *  a full table still counts what it cannot keep, and answers
      *  finding-ind zero for it.
       add-finding.
           add 1 to finding-total end-add
           move zero to finding-ind
           if finding-count is not less than 1000
             exit paragraph
           end-if
           add 1 to finding-count end-add
           move finding-count to finding-ind
           move held-section to fd-section(finding-ind)
           move held-param to fd-param(finding-ind)
           move secret-reason to fd-reason(finding-ind)
           perform mask-value
           perform note-group-section.

      *  the first four characters and the length - enough to find
      *  it again, not enough to use it.
       mask-value.
           move function length(function trim(scan-value trailing))
             to mask-length
           move mask-length to mask-length-display
           move spaces to fd-mask(finding-ind)
           if mask-length is greater than 8
             string scan-value(1:4) delimited by size
                 '**** (' delimited by size
                 function trim(mask-length-display) delimited by size
                 ' chars)' delimited by size
               into fd-mask(finding-ind)
             end-string
           else
             string '******** (' delimited by size
                 function trim(mask-length-display) delimited by size
                 ' chars)' delimited by size
               into fd-mask(finding-ind)
             end-string
           end-if.

       note-group-section.
           move zero to group-found
           perform
             varying group-ind from 1 by 1
               until group-ind is greater than group-count
                 or group-found is not equal to zero
             if group-section(group-ind) is equal to held-section
               move group-ind to group-found
             end-if
           end-perform
           if group-found is equal to zero
               and group-count is less than 500
             add 1 to group-count end-add
             move held-section to group-section(group-count)
           end-if.

       report-findings.
           if finding-count is equal to zero
             display '  no value looks like a secret' end-display
             exit paragraph
           end-if
           perform
             varying group-ind from 1 by 1
               until group-ind is greater than group-count
             move group-section(group-ind) to held-section
             perform find-section-owner
             move zero to section-findings
             perform
               varying finding-ind from 1 by 1
                 until finding-ind is greater than finding-count
               if fd-section(finding-ind) is equal to held-section
                 add 1 to section-findings end-add
               end-if
             end-perform
             move section-findings to count-display
             display ' ' end-display
             display function trim(held-section) ' - '
               function trim(count-display) ' finding(s), owner '
               function trim(owner-name) ' '
               function trim(owner-contact) end-display
             perform
               varying finding-ind from 1 by 1
                 until finding-ind is greater than finding-count
               if fd-section(finding-ind) is equal to held-section
                 perform show-finding
               end-if
             end-perform
           end-perform.

       show-finding.
           if fd-where(finding-ind) is equal to 'L'
             display '  live     ' fd-reason(finding-ind) '  '
               fd-param(finding-ind) ' ' fd-mask(finding-ind)
               end-display
           else
             display '  history  ' fd-reason(finding-ind) '  '
               fd-param(finding-ind) ' ' fd-mask(finding-ind)
               ' seq ' fd-seq(finding-ind) ' displaced '
               fd-changed-on(finding-ind) end-display
           end-if.

       find-section-owner.
           move 'no registered owner' to owner-name
           move spaces to owner-contact
           move held-section to name
           read sections-db record
             invalid key
               exit paragraph
           end-read
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference ko-fingerprint
             end-call
             move held-section to ko-section
             read key-owners-db record
               invalid key
                 continue
               not invalid key
                 if ko-owner is not equal to spaces
                   move ko-owner to owner-name
                   move ko-contact to owner-contact
                   exit paragraph
                 end-if
             end-read
           end-perform.

       end program secret-scan.
