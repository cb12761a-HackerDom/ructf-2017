      * everyone else tracks live; rollback applies the
      * differences back through the validated set-param path and
      * deletes what the release never had. release.cbl is the
      * owner; dates stay setting-history's job.
      * a release promoted in from another instance by
      * promote-release.cbl carries its provenance in the header's
      * otherwise unused rel-value (rel-promotion): the instance it
      * came from, the fingerprint (hashapikey.cbl) of the key that
      * promoted it and of the second identity that approved it
      * where the section is under four-eyes control, and how far
      * it has got - parked for approval, applied, or rejected. a
      * release published here has spaces there.
         fd releases-db is external.
         01 release-record.
           02 release-key.
           02 rel-published-on picture 9(8).
           02 rel-expires picture 9(8).
           02 rel-value picture x(348).
           02 rel-promotion redefines rel-value.
             03 relp-source picture x(16).
             03 relp-requested-by picture 9(15).
             03 relp-approved-by picture 9(15).
             03 relp-approval-seq picture 9(4).
             03 relp-state picture x.
               88 relp-parked value 'P'.
               88 relp-applied value 'A'.
               88 relp-rejected value 'R'.
             03 relp-promoted-on picture 9(8).
             03 filler picture x(289).
