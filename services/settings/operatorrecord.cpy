      * operatorrecord.cpy
      * shared record layout for the operators-db (operators.dat)
      * file. copied by every program that reads or writes one so
      * the layout never drifts between them.
      * one record per enrolled operator: the RFC 6238 seed (20
      * random bytes, base32 - the form an authenticator app is
      * given) sealed under the at-rest key when one is configured
      * (op-secret-sealed 1, see crypt-value.cbl), the run of bad
      * codes since the last good one and the lockout it leads to
      * (OPLOCKOUT in settings.cfg), and the last time step a code
      * was accepted for - a code is good once, so one read over a
      * shoulder can't be replayed inside its 30 seconds. enrolled,
      * reset, unlocked and removed only by operator-admin.cbl on
      * the host itself, which writes every one to the audit trail.
         fd operators-db is external.
         01 operator-record.
           02 op-name picture x(16).
           02 op-secret picture x(32).
           02 op-secret-sealed picture 9.
           02 op-state picture x.
             88 op-active value 'A'.
             88 op-locked value 'L'.
           02 op-bad-count picture 9(2).
           02 op-last-step picture 9(12).
           02 op-enrolled-on picture 9(8).
           02 op-locked-at picture x(14).
           02 op-last-login picture x(14).
