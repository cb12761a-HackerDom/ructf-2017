       identification division.
       program-id. where-used-scan.

      * the where-used cross-reference (see whereused.cpy): given a
      * param name, and a section or spaces for every section,
      * walks each side file whose definitions can name a param and
      * lists every one that names this one -
      *   views         a member reading it
      *   calcs         the derived param itself, or a calc using it
      *                 as an operand
      *   asserts       an assertion with it on either side
      *   rules         its validation rule
      *   rollouts      a rollout in progress on it
      *   overlays      an instance's overlay of it
      *   dictionary    its data-dictionary entry
      *   deprecations  its deprecation, or one naming it as the
      *                 replacement
      *   aliases       a read alias left by rename-parm, from its old
      *                 name or to its new one
      *   windows       its recurring value window
      * param names are matched exactly, as stored; the section is
      * folded the way every section name on file is. with a section
      * given, the section-keyed files are read from that section's
      * first key and stop at its last; the view library is keyed by
      * view name and is read through. the files are the shared
      * connectors - the server has them open, a batch caller opens
      * them itself (the apply-change-journal rule). called by the
      * where-used command and the where-used-report batch.

       environment division.
       input-output section.
       file-control.
         copy viewsdb.
         copy calcdb.
         copy assertdb.
         copy ruledb.
         copy rolloutdb.
         copy overlaydb.
         copy dictionarydb.
         copy deprecationdb.
         copy paramaliasdb.
         copy valuewindowdb.

       data division.
       file section.
         copy viewsrecord.
         copy calcrecord.
         copy assertrecord.
         copy rulerecord.
         copy rolloutrecord.
         copy overlayrecord.
         copy dictionaryrecord.
         copy deprecationrecord.
         copy paramaliasrecord.
         copy valuewindowrecord.

       working-storage section.
         copy serverconfig.
         01 scan-section picture x(40).
         01 walk-done picture 9.
         01 held-file picture x(12).
         01 held-section picture x(40).
         01 held-detail picture x(40).

       linkage section.
         01 in-section-name picture x(40).
         01 in-param-name picture x(40).
         copy whereused.

       procedure division
         using in-section-name, in-param-name, where-used-table.
       start-where-used-scan.
           move zero to wu-count
           move zero to wu-truncated
           move function upper-case(in-section-name) to scan-section
           if in-param-name is equal to spaces
             goback
           end-if

           perform scan-views
           perform scan-calcs
           perform scan-asserts
           perform scan-rules
           perform scan-rollouts
           perform scan-overlays
           perform scan-dictionary
           perform scan-deprecations
           perform scan-aliases
           perform scan-value-windows
           goback.

       scan-views.
           move 'views' to held-file
           move zero to walk-done
           move low-values to views-key
           start views-db
             key is greater than views-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read views-db next record
               at end
                 move 1 to walk-done
               not at end
                 if vw-param is equal to in-param-name
                     and (scan-section is equal to spaces
                       or vw-section is equal to scan-section)
                   move vw-section to held-section
                   move spaces to held-detail
                   string 'VIEW ' delimited by size
                       vw-name delimited by space
                       ' MEMBER ' delimited by size
                       vw-seq delimited by size
                     into held-detail
                   end-string
                   perform add-row
                 end-if
             end-read
           end-perform.

       scan-calcs.
           move 'calcs' to held-file
           move zero to walk-done
           move low-values to calc-key
           if scan-section is not equal to spaces
             move scan-section to calc-section
           end-if
           start calcs-db
             key is not less than calc-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read calcs-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and calc-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   move calc-section to held-section
                   if calc-param is equal to in-param-name
                     move spaces to held-detail
                     string 'DERIVED = ' delimited by size
                         calc-operand-1 delimited by space
                         ' ' delimited by size
                         calc-operator delimited by size
                         ' ' delimited by size
                         calc-operand-2 delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                   if calc-operand-1 is equal to in-param-name
                       or calc-operand-2 is equal to in-param-name
                     move spaces to held-detail
                     string 'OPERAND OF ' delimited by size
                         calc-param delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-asserts.
           move 'asserts' to held-file
           move zero to walk-done
           move low-values to assert-key
           if scan-section is not equal to spaces
             move scan-section to asrt-section
           end-if
           start asserts-db
             key is not less than assert-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read asserts-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and asrt-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if asrt-left is equal to in-param-name
                       or asrt-right is equal to in-param-name
                     move asrt-section to held-section
                     move spaces to held-detail
                     string 'ASSERT ' delimited by size
                         asrt-seq delimited by size
                         ' ' delimited by size
                         asrt-left delimited by space
                         ' ' delimited by size
                         asrt-op delimited by size
                         ' ' delimited by size
                         asrt-right delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-rules.
           move 'rules' to held-file
           move zero to walk-done
           move low-values to rule-key
           if scan-section is not equal to spaces
             move scan-section to rule-section
           end-if
           start rules-db
             key is not less than rule-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read rules-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and rule-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if rule-param is equal to in-param-name
                     move rule-section to held-section
                     move spaces to held-detail
                     string 'RULE ' delimited by size
                         rule-type delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-rollouts.
           move 'rollouts' to held-file
           move zero to walk-done
           move low-values to rollout-key
           if scan-section is not equal to spaces
             move scan-section to rollout-section
           end-if
           start rollouts-db
             key is not less than rollout-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read rollouts-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and rollout-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if rollout-param is equal to in-param-name
                     move rollout-section to held-section
                     move spaces to held-detail
                     string 'ROLLOUT AT ' delimited by size
                         rollout-percent delimited by size
                         '% SINCE ' delimited by size
                         rollout-started-on delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-value-windows.
           move 'windows' to held-file
           move zero to walk-done
           move low-values to value-window-key
           if scan-section is not equal to spaces
             move scan-section to win-section
           end-if
           start value-windows-db
             key is not less than value-window-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read value-windows-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and win-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if win-param is equal to in-param-name
                     move win-section to held-section
                     move spaces to held-detail
                     string 'WINDOW ' delimited by size
                         win-days delimited by size
                         ' ' delimited by size
                         win-from delimited by size
                         '-' delimited by size
                         win-to delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-overlays.
           move 'overlays' to held-file
           move zero to walk-done
           move low-values to overlay-key
           if scan-section is not equal to spaces
             move scan-section to ov-section
           end-if
           start overlays-db
             key is not less than overlay-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read overlays-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and ov-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if ov-param is equal to in-param-name
                     move ov-section to held-section
                     move spaces to held-detail
                     string 'OVERLAY FOR ' delimited by size
                         ov-instance delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-dictionary.
           move 'dictionary' to held-file
           move zero to walk-done
           move low-values to dictionary-key
           if scan-section is not equal to spaces
             move scan-section to dict-section
           end-if
           start dictionary-db
             key is not less than dictionary-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read dictionary-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and dict-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   if dict-param is equal to in-param-name
                     move dict-section to held-section
                     move spaces to held-detail
                     string 'OWNED BY ' delimited by size
                         dict-owner-team delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-deprecations.
           move 'deprecations' to held-file
           move zero to walk-done
           move low-values to deprecation-key
           if scan-section is not equal to spaces
             move scan-section to dep-section
           end-if
           start deprecations-db
             key is not less than deprecation-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read deprecations-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and dep-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   move dep-section to held-section
                   if dep-param is equal to in-param-name
                     move spaces to held-detail
                     string 'DEPRECATED FOR ' delimited by size
                         dep-replacement delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                   if dep-replacement is equal to in-param-name
                     move spaces to held-detail
                     string 'REPLACES ' delimited by size
                         dep-param delimited by space
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       scan-aliases.
           move 'aliases' to held-file
           move zero to walk-done
           move low-values to param-alias-key
           if scan-section is not equal to spaces
             move scan-section to alias-section
           end-if
           start param-aliases-db
             key is not less than param-alias-key
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read param-aliases-db next record
               at end
                 move 1 to walk-done
               not at end
                 if scan-section is not equal to spaces
                     and alias-section is not equal to scan-section
                   move 1 to walk-done
                 else
                   move alias-section to held-section
                   if alias-old-param is equal to in-param-name
                     move spaces to held-detail
                     string 'ALIAS TO ' delimited by size
                         alias-new-param delimited by space
                         ' UNTIL ' delimited by size
                         alias-expires-on delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                   if alias-new-param is equal to in-param-name
                     move spaces to held-detail
                     string 'ALIAS FROM ' delimited by size
                         alias-old-param delimited by space
                         ' UNTIL ' delimited by size
                         alias-expires-on delimited by size
                       into held-detail
                     end-string
                     perform add-row
                   end-if
                 end-if
             end-read
           end-perform.

       add-row.
           if wu-count is not less than 200
             move 1 to wu-truncated
             exit paragraph
           end-if
           add 1 to wu-count end-add
           move held-file to wu-file(wu-count)
           move held-section to wu-section(wu-count)
           move held-detail to wu-detail(wu-count).

       end program where-used-scan.
