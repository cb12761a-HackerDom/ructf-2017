       input-output section.
       file-control.
         copy sectiondb.
         copy leasedb.
         copy stewarddb.

       data division.
       file section.
         copy sectionrecord.
         copy leaserecord.
         copy stewardrecord.

       working-storage section.
         copy serverconfig.
         01 page-size binary-long unsigned value 50.
         01 json-ptr binary-long unsigned.
         01 json-ind picture 99.
      *  'WIDE' output mode - the full 40-byte name with any live
      *  edit lease on the section (see leaserecord.cpy): its holder
      *  and the YYYYMMDDHHMMSS it runs out, blank/zero when the
      *  section is free. 10 to the page.
         01 now-stamp picture 9(14).
      *  'STEW' output mode - the full 40-byte name with the section's
      *  steward (see stewardrecord.cpy): primary steward, team and
      *  cost center, blank when none is on file. 7 to the page.

       linkage section.
         01 argc binary-long unsigned.
         01 result-json redefines result.
           02 json-rcode picture x(2).
           02 json-text picture x(1022).
         01 result-wide redefines result.
           02 filler picture x(5).
           02 wide-rows occurs 10 times.
             03 wsection-name picture x(40).
             03 wlease-holder picture x(40).
             03 wlease-expires-at picture 9(14).
           02 filler picture x(79).
         01 result-steward redefines result.
           02 filler picture x(5).
           02 steward-rows occurs 7 times.
             03 tsection-name picture x(40).
             03 tsteward-primary picture x(40).
             03 tsteward-team picture x(40).
             03 tsteward-cost-center picture x(12).
           02 filler picture x(95).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

           if output-format is equal to 'JSON'
             move 40 to page-size
           end-if
           if output-format is equal to 'WIDE'
             move 10 to page-size
             move function numval(function current-date(1:14))
               to now-stamp
           end-if
           if output-format is equal to 'STEW'
             move 7 to page-size
           end-if

           move 'ok' to rcode
           move zero to result-count
             end-read

             add 1 to result-count end-add
             evaluate output-format
               when 'WIDE'
                 perform add-wide-row
               when 'STEW'
                 perform add-steward-row
               when other
                 move name to rsection-name(result-count)
                 add function byte-length(name) to result-length
                 end-add
             end-evaluate
          end-perform.

       add-wide-row.
           move name to wsection-name(result-count)
           move spaces to wlease-holder(result-count)
           move zero to wlease-expires-at(result-count)
           move name to lease-section
           read leases-db record
             invalid key
               continue
             not invalid key
               if lease-expires-at is greater than now-stamp
                 move lease-owner to wlease-holder(result-count)
                 move lease-expires-at
                   to wlease-expires-at(result-count)
               end-if
           end-read
           add function byte-length(wide-rows(result-count))
             to result-length
           end-add.

       add-steward-row.
           move name to tsection-name(result-count)
           move spaces to tsteward-primary(result-count)
           move spaces to tsteward-team(result-count)
           move spaces to tsteward-cost-center(result-count)
           move name to st-section
           read stewards-db record
             invalid key
               continue
             not invalid key
               move st-primary to tsteward-primary(result-count)
               move st-team to tsteward-team(result-count)
               move st-cost-center
                 to tsteward-cost-center(result-count)
           end-read
           add function byte-length(steward-rows(result-count))
             to result-length
           end-add.

      *----------------------------------------------------------------
      * every meaningful exit point in this program routes through
      * here instead of a bare GOBACK, so JSON output mode gets one
