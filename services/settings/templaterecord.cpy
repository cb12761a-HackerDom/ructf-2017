      * way a section's settings are. template.cbl (the admin
      * command) is the only writer; add-section.cbl replays a
      * template's rows through store-setting-value when asked to
      * create a section from one, and records which template it
      * was (sectemplaterecord.cpy) for template-conformance.cbl to
      * measure the section against later.
         fd templates-db is external.
         01 template-record.
           02 template-key.
