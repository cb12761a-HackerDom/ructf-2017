      *            appr-expires/appr-effective carry its arguments)
      *   'FIXS' - a fix-section state patch (appr-card carries the
      *            full 8x80 card image, delimiters included)
      *   'RELP' - a promoted release (appr-param(1:16) carries the
      *            release name, appr-value where it came from) -
      *            see promote-release.cbl
      * appr-requested-by is the folded fingerprint of the api-key
      * that submitted the change (see hashapikey.cbl) - stored so
      * approve-chg can refuse the same identity approving its own
