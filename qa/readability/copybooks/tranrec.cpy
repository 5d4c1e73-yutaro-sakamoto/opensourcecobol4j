      * by excrep and read back by driver and mstbld. TRAN-EFF-DATE
      * is the business day the transaction takes effect; zero or
      * blank (including files cut before the field existed) means
      * effective immediately. a "C" change transaction sets only the
      * master fields it supplies: a NUM or STR field left all spaces
      * is not supplied and the master keeps its current value, so a
      * change can correct one field without resending the rest. the
      * alphanumeric views let the numeric fields be tested for that.
       01  TRANSACTION-RECORD.
           05 TRAN-CODE             pic x(1).
               88 TRAN-HEADER       value "H".
               88 TRAN-ADD          value "A".
               88 TRAN-UPDATE       value "U".
               88 TRAN-DELETE       value "D".
               88 TRAN-CHANGE       value "C".
           05 TRAN-KEY              pic 9(6).
           05 TRAN-NUM1             pic 9(5).
           05 TRAN-NUM1-X           redefines TRAN-NUM1
                                    pic x(5).
           05 TRAN-NUM2             pic 9(7).
           05 TRAN-NUM2-X           redefines TRAN-NUM2
                                    pic x(7).
           05 TRAN-NUM3             pic 9(3).
           05 TRAN-NUM3-X           redefines TRAN-NUM3
                                    pic x(3).
           05 TRAN-STR1             pic x(5).
           05 TRAN-STR2             pic x(10).
           05 TRAN-STR3             pic x(3).
