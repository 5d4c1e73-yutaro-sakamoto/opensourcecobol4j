      * shared business edit-rule record for the prefix RULE.DAT file,
      * at most one per transaction field (NUM1-NUM3, STR1-STR3); a
      * field with no record is not edited. the required flag "Y"
      * means a NUM field may not be zero and a STR field may not be
      * blank. a NUM field's minimum and maximum bound its value,
      * zero meaning no bound. a STR field's allowed values, when
      * the count is above zero, are the only values it may hold; a
      * blank STR field passes unless it is required. maintained by
      * rulmaint, enforced by editsub for driver and mstbld.
       01  RULE-RECORD.
           05 RULE-FIELD-NAME       pic x(4).
           05 RULE-REQUIRED         pic x(1).
           05 RULE-MIN-VALUE        pic 9(7).
           05 RULE-MAX-VALUE        pic 9(7).
           05 RULE-VALUE-COUNT      pic 9(2).
           05 RULE-ALLOWED-VALUE    pic x(10) occurs 10 times.
