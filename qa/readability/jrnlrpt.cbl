      * reports the complete change history of one master key from
      * the prefix JRNL.DAT change journal driver writes: every add,
      * update, change and delete in the order applied, with the run
      * date, stream id and the full before and after record images
      * broken out field by field, so "who changed this key, when,
      * from what to what" is answered without a programmer.
      * caller supplies the file prefix (blank defaults to "PROG").
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 jrnlrpt.
