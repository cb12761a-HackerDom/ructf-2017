      *   - storage bytes computed from the section's settings-db
      *     records (whole chunks, the way quota accounting counts)
      *   - the key-slot count off the ssection record
      * then rolls everything up by owning team and cost center -
      * the team on the section's steward record (stewardrecord.cpy)
      * when one is filed, else the data dictionary's owning team
      * for the section's params when one is recorded, else the
      * key-owners registry's owner of slot 1, else UNASSIGNED; the
      * cost center only ever comes from the steward record - and
      * writes the fixed-layout extract the billing system ingests:
      *   team(40) sp requests(12) sp storage-bytes(12) sp
      *   keys(6) sp sections(4) sp cost-center(12)
      * to <data-dir>/chargeback-<YYYYMM>.dat. sandbox sections
      * (sandboxrecord.cpy) are nobody's cost and are left out; the
      * count left out is reported. usage:
      *   chargeback [YYYYMM]

       environment division.
         copy settingdb.
         copy dictionarydb.
         copy keyownerdb.
         copy stewarddb.

         select optional section-snap-file assign to external
             section-stats-path
         copy settingrecord.
         copy dictionaryrecord.
         copy keyownerrecord.
         copy stewardrecord.

       fd section-snap-file.
       01 section-snap-line.
         02 ex-keys picture 9(6).
         02 filler picture x.
         02 ex-sections picture 9(4).
         02 filler picture x.
         02 ex-cost-center picture x(12).

       working-storage section.
         01 setting-status-1 picture xx.
       01 snap-total binary-long unsigned.

      *----------------------------------------------------------------
      * the team rollup itself - one row per team and cost center,
      * so a team billed to two cost centers gets two lines.
      *----------------------------------------------------------------
       01 team-table.
         02 team-count picture 9(3) value zero.
         02 teams occurs 100 times.
           03 tm-name picture x(40).
           03 tm-cost-center picture x(12).
           03 tm-requests binary-long unsigned.
           03 tm-bytes binary-long unsigned.
           03 tm-keys binary-long unsigned.

       01 chg-section picture x(40).
       01 chg-team picture x(40).
       01 chg-cost-center picture x(12).
       01 chg-requests binary-long unsigned.
       01 chg-bytes binary-long unsigned.
       01 chg-keys binary-long unsigned.
       01 probe-key picture x(80).
       01 overflow-flag picture 9 value zero.
       01 section-is-sandbox picture 9.
       01 sandbox-skipped binary-long unsigned value zero.
       77 chunk-width binary-long unsigned value 87.

       procedure division.

           perform gather-month-traffic
           open input sections-db
           call 'settings-route' using by content 'I' end-call
           open input dictionary-db
           open input key-owners-db
           open input stewards-db
           perform rollup-sections
           close sections-db
           call 'settings-route' using by content 'C' end-call
           close dictionary-db
           close key-owners-db
           close stewards-db

           open output extract-file
           perform
             move tm-bytes(tm-ind) to ex-storage-bytes
             move tm-keys(tm-ind) to ex-keys
             move tm-sections(tm-ind) to ex-sections
             move tm-cost-center(tm-ind) to ex-cost-center
             move ' ' to extract-line(41:1)
             move ' ' to extract-line(54:1)
             move ' ' to extract-line(67:1)
             move ' ' to extract-line(74:1)
             move ' ' to extract-line(79:1)
             write extract-line
           end-perform
           close extract-file
               'snapshots - traffic past that went uncounted'
               end-display
           end-if
           if sandbox-skipped is greater than zero
             display 'chargeback: ' sandbox-skipped
               ' sandbox section(s) left out' end-display
           end-if
           display 'chargeback: ' target-month ' extract for '
             team-count ' team(s) at '
             function trim(extract-path) end-display
                   move 1 to walk-done
                 not at end
                   move name to chg-section
                   call 'section-sandbox' using
                       by reference chg-section
                     returning section-is-sandbox
                   end-call
                   if section-is-sandbox is equal to 1
                     add 1 to sandbox-skipped end-add
                   else
                     move api-keys-count to chg-keys
                     move api-key(1) to probe-key
                     perform charge-one-section
                   end-if
                   move chg-section to name
               end-read
             end-if
             varying tm-ind from 1 by 1
               until tm-ind is greater than team-count
             if tm-name(tm-ind) is equal to chg-team
                 and tm-cost-center(tm-ind) is equal to chg-cost-center
               move tm-ind to tm-found
             end-if
           end-perform
               add 1 to team-count end-add
               move team-count to tm-found
               move chg-team to tm-name(tm-found)
               move chg-cost-center to tm-cost-center(tm-found)
               move zero to tm-requests(tm-found)
               move zero to tm-bytes(tm-found)
               move zero to tm-keys(tm-found)
           move zero to at-eof
           perform
             until at-eof is equal to 1
             call 'settings-route' using by content 'S' end-call
             start settings-db
               key is greater than composite-key
               invalid key
           end-perform.

      *----------------------------------------------------------------
      * the owning team: the steward record's team - somebody named
      * it on purpose - else the dictionary's owning team on the
      * section's first described param when one is recorded, else
      * the key-owners registry's owner for slot 1, else
      * UNASSIGNED - the ladder from best source to worst.
      *----------------------------------------------------------------
       resolve-owning-team.
           move 'UNASSIGNED' to chg-team
           move spaces to chg-cost-center
           move chg-section to st-section
           read stewards-db record
             invalid key
               continue
             not invalid key
               move st-cost-center to chg-cost-center
               if st-team is not equal to spaces
                 move st-team to chg-team
                 exit paragraph
               end-if
           end-read
           move chg-section to dict-section
           move low-values to dict-param
           start dictionary-db
