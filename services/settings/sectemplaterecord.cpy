      * sectemplaterecord.cpy
      * shared record layout for the section-templates-db
      * (section-templates.dat) file. copied by every program that
      * reads or writes one so the layout never drifts between
      * them.
      * one record per section created from a template: the
      * template's name and the day the section was seeded from
      * it. add-section.cbl writes it once the template's rows are
      * all replayed; rename-section.cbl carries it to the new
      * name. template-conformance.cbl measures each such section
      * against the template as it stands now - the record says
      * where the section started, not that it still matches.
         fd section-templates-db is external.
         01 section-template-record.
           02 stpl-section picture x(40).
           02 stpl-template picture x(40).
           02 stpl-applied-on picture 9(8).
