       identification division.
       program-id. settings-part-of.

      * the partition of the settings store (settingsroute.cpy) a
      * section's rows live in, out of a given partition count. the
      * hash is a plain multiply-and-add over the name's bytes -
      * stable across builds, machines and runs, which is the whole
      * requirement: a section must hash to the same partition on
      * every read as on the write that put it there. the trailing
      * spaces of the name are left out, so the answer does not
      * depend on the width of the field the caller holds it in.
      * a count of zero or one answers partition 1.

       data division.
       working-storage section.
         01 name-length binary-long unsigned.
         01 name-ind binary-long unsigned.
         01 name-hash binary-long unsigned.

       linkage section.
         01 part-section-name picture x(40).
         01 part-count binary-long unsigned.
         01 part-number binary-long unsigned.

       procedure division
         using part-section-name, part-count
         returning part-number.
       start-settings-part-of.
           move 1 to part-number
           if part-count is less than 2
             goback
           end-if

           move zero to name-hash
           move function length(function trim(part-section-name
               trailing))
             to name-length
           perform
             varying name-ind from 1 by 1
               until name-ind is greater than name-length
             compute name-hash = function mod(name-hash * 31
               + function ord(part-section-name(name-ind:1)),
               1000003)
             end-compute
           end-perform
           compute part-number = function mod(name-hash, part-count)
             + 1
           end-compute
           goback.

       end program settings-part-of.
