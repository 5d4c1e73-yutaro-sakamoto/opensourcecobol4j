      * the default of 3 attempts; run type "T" makes driver's whole
      * run a trial; sequence action "R" refuses a file with
      * out-of-sequence or duplicate keys outright, anything else
      * processes it with the offending records rejected. a zero or
      * blank write-off limit means no write-off needs an approver;
      * otherwise excrep wants a second operator's approval for any
      * write-off whose source value is above the limit or is not a
      * number. read by driver, by mstbld's replay for the recycle
      * limit and by excrep for the write-off limit.
       01  CONTROL-RECORD.
           05 CTRL-MAX-FAIL-COUNT   pic 9(5).
           05 CTRL-MAX-FAIL-PCT     pic 9(3).
           05 CTRL-MAX-RECYCLE      pic 9(2).
           05 CTRL-RUN-TYPE         pic x(1).
           05 CTRL-SEQ-ACTION       pic x(1).
           05 CTRL-WOFF-LIMIT       pic 9(7).
