      * fingerprints have to differ - and the audit line carries
      * both fingerprints, so the trail shows exactly which two
      * identities stood behind the change.
      * a release promoted in from another instance onto a
      * protected section (promote-release.cbl) parks as one
      * 'RELP' change naming the release; approving it applies the
      * whole release as one transaction through apply-release.cbl,
      * and the approver's fingerprint goes onto the release header
      * beside the promoter's.

       environment division.
       input-output section.
       file-control.
         copy sectiondb.
         copy approvaldb.
         copy releasedb.

       data division.
       file section.
         copy sectionrecord.
         copy approvalrecord.
         copy releaserecord.

       working-storage section.
         copy serverconfig.
         01 scratch-result picture x(1024).
         01 scratch-result-length binary-long unsigned.
         01 scratch-need-more picture 9.
         01 release-op picture x value 'A'.
         01 release-name picture x(16).
         01 relp-state-wanted picture x.
         copy releasediff.

       linkage section.
         01 argc binary-long unsigned.
           end-call.

       reject-parked-change.
           if appr-kind is equal to 'RELP'
             move 'R' to relp-state-wanted
             perform stamp-promotion
           end-if
           delete approvals-db record
             invalid key
               continue
      *----------------------------------------------------------------
       apply-parked-change.
           move spaces to scratch-argv
           if appr-kind is equal to 'RELP'
             perform apply-parked-release
             exit paragraph
           end-if
           if appr-kind is equal to 'FIXS'
             move section-name to scratch-argv(1:40)
             move approver-key to scratch-argv(41:80)
           move scratch-result(1:2) to rcode
           move 2 to result-length
           if rcode is equal to 'ok' or rcode is equal to 'kw'
               or rcode is equal to 'ef' or rcode is equal to 'sw'
             delete approvals-db record
               invalid key
                 continue
             by reference section-name, audit-cmd-name, audit-rcode
           end-call.

      *----------------------------------------------------------------
      * a parked promotion lands whole or not at all - apply-release
      * unwinds its own failures, so a refusal leaves the change on
      * file to be retried or rejected like any other.
      *----------------------------------------------------------------
       apply-parked-release.
           move appr-param(1:16) to release-name
           call 'apply-release' using
             by reference release-op
             by reference section-name
             by reference release-name
             by reference release-diff
           end-call
           move rd-rcode to rcode
           move 2 to result-length
           if rcode is equal to 'ok'
             move 'A' to relp-state-wanted
             perform stamp-promotion
             delete approvals-db record
               invalid key
                 continue
             end-delete
           end-if
           move rcode to audit-rcode
           perform note-both-identities
           call 'audit-log' using
             by reference section-name, audit-cmd-name, audit-rcode
           end-call.

      *----------------------------------------------------------------
      * the decision onto the promoted release's header, approver
      * and all, for the promotion report to show.
      *----------------------------------------------------------------
       stamp-promotion.
           move section-name to rel-section
           move appr-param(1:16) to rel-name
           move spaces to rel-param
           read releases-db record
             invalid key
               exit paragraph
           end-read
           move approver-fingerprint to relp-approved-by
           move relp-state-wanted to relp-state
           rewrite release-record
             invalid key
               continue
           end-rewrite.

      *----------------------------------------------------------------
      * both identities onto the one audit line - the requester's
      * fingerprint retained at park time and the approver's
