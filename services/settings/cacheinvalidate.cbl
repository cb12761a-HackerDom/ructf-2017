      * writer in one place; fix-section, del-section, add-apikey,
      * del-apikey and archive-sec call here for the mutations that
      * don't pass through it. dropping a name that isn't cached is
      * a no-op, so callers never check first. being the one call
      * every mutation already makes, it is also where the section's
      * change counter is bumped (section-version.cbl) - the number
      * conditional get-section compares against - so a writer that
      * drops the cache can never forget to move the version.

       data division.
       working-storage section.
         copy sectioncache.
         01 inv-slot binary-long unsigned.
         01 new-version picture 9(12).

       linkage section.
         01 in-section-name picture x(40).
               move zero to cache-entry-count(inv-slot)
             end-if
           end-perform
           call 'section-version' using
             by content 'B'
             by reference in-section-name
             by reference new-version
           end-call
           goback.

       end program cache-invalidate.
