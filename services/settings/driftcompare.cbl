           organization is indexed
           access mode is dynamic
           record key is left-composite-key
           alternate record key is left-sparam-name
             with duplicates
           file status is left-status-1.
         select right-sections assign to right-sections-path
           organization is indexed
           organization is indexed
           access mode is dynamic
           record key is right-composite-key
           alternate record key is right-sparam-name
             with duplicates
           file status is right-status-1.

       data division.
         02 left-state picture x(40).
         02 left-created-on picture 9(8).
         02 left-last-used-on picture 9(8).
         02 left-section-checksum picture 9(9).
         02 left-api-keys
             occurs 1 to 30 times depending on left-api-keys-count.
           03 left-api-key picture x(80).
         02 left-schunk-count picture 9(2).
         02 left-sexpires-on picture 9(8).
         02 left-sparam-value picture x(87).
         02 left-schecksum picture 9(9).
       fd right-sections.
       01 right-ssection.
         02 right-name picture x(40).
         02 right-state picture x(40).
         02 right-created-on picture 9(8).
         02 right-last-used-on picture 9(8).
         02 right-section-checksum picture 9(9).
         02 right-api-keys
             occurs 1 to 30 times depending on right-api-keys-count.
           03 right-api-key picture x(80).
         02 right-schunk-count picture 9(2).
         02 right-sexpires-on picture 9(8).
         02 right-sparam-value picture x(87).
         02 right-schecksum picture 9(9).

       working-storage section.
       01 left-status-1 picture xx.
