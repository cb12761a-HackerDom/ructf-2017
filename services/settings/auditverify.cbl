       data division.
       file section.
       fd audit-file.
       01 audit-line picture x(340).

       working-storage section.
         copy serverconfig.
