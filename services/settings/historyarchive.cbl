         copy retentionrecord.

       fd archive-file.
       01 archive-line picture x(496).

       working-storage section.
         copy serverconfig.
           end-string

           move spaces to archive-line
           move history-record to archive-line(1:496)
           open extend archive-file
           write archive-line
           close archive-file
