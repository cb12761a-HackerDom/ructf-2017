       identification division.
       program-id. fence-sections.

      * the sections a command that names no section of its own is
      * about to write, for process-request's lease and
      * change-ticket fence (check-lease-block) - one command, many
      * sections, every one of them fenced:
      *   in-kind 'C' - a changeset's commit: every section its
      *                 staged entries name (changesetrecord.cpy),
      *                 in-name the changeset's name
      *   in-kind 'R' - a revert-req: every section the request
      *                 changed (reqchangerecord.cpy), in-name the
      *                 correlation id
      * each section comes back once, in the order first met. the
      * table holds 60 - a changeset stages at most 20 entries and
      * revert-req refuses a request of more than 60 changes, so
      * neither can outgrow it. changesets-db is the server's open
      * connector; request-changes-db is opened and closed here, as
      * revert-req.cbl does.

       environment division.
       input-output section.
       file-control.
         copy changesetdb.
         copy reqchangedb.

       data division.
       file section.
         copy changesetrecord.
         copy reqchangerecord.

       working-storage section.
         copy serverconfig.
         01 walk-done picture 9.
         01 seen-ind binary-long unsigned.
         01 seen-already picture 9.
         01 candidate-section picture x(40).

       linkage section.
         01 in-kind picture x.
         01 in-name picture x(16).
         01 out-count binary-long unsigned.
         01 out-sections.
           02 out-section picture x(40) occurs 60 times.

       procedure division
         using in-kind, in-name, out-count, out-sections.
       start-fence-sections.
           move zero to out-count
           move spaces to out-sections
           if in-kind is equal to 'C'
             perform walk-changeset
           end-if
           if in-kind is equal to 'R'
             perform walk-request-changes
           end-if
           goback.

      *----------------------------------------------------------------
      * the header record (cs-section blank, cs-op 'HDR ') sorts
      * first and names no section; the entries follow in key order.
      *----------------------------------------------------------------
       walk-changeset.
           move in-name to cs-name
           move low-values to cs-section
           move low-values to cs-param
           move zero to walk-done
           start changesets-db key is not less than changeset-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read changesets-db next record
               at end
                 move 1 to walk-done
               not at end
                 if cs-name is not equal to in-name
                   move 1 to walk-done
                 else
                   if cs-op is not equal to 'HDR '
                       and cs-section is not equal to spaces
                     move cs-section to candidate-section
                     perform add-candidate
                   end-if
                 end-if
             end-read
           end-perform.

       walk-request-changes.
           open input request-changes-db
           move in-name(1:12) to rqc-correlation
           move zero to rqc-seq
           move zero to walk-done
           start request-changes-db key is not less than rqc-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read request-changes-db next record
               at end
                 move 1 to walk-done
               not at end
                 if rqc-correlation is not equal to in-name(1:12)
                   move 1 to walk-done
                 else
                   move rqc-section to candidate-section
                   perform add-candidate
                 end-if
             end-read
           end-perform
           close request-changes-db.

       add-candidate.
           move function upper-case(candidate-section)
             to candidate-section
           move zero to seen-already
           perform
             varying seen-ind from 1 by 1
               until seen-ind is greater than out-count
             if out-section(seen-ind) is equal to candidate-section
               move 1 to seen-already
             end-if
           end-perform
           if seen-already is equal to 1
               or out-count is not less than 60
             exit paragraph
           end-if
           add 1 to out-count end-add
           move candidate-section to out-section(out-count).

       end program fence-sections.
