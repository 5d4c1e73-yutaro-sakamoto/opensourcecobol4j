      * shared move-event record layout used to audit MVOE-VALUES.
      * the trace stamp carries the key, stream and run date of the
      * driver transaction whose field cycle made the move, so the
      * event can be tied back to it; zero/blank when the caller is
      * not a transaction run.
       01  MOVE-EVENT-RECORD.
           05 MEVT-SOURCE-FIELD-NAME  pic x(10).
           05 MEVT-TARGET-FIELD-NAME  pic x(10).
           05 MEVT-BEFORE-VALUE       pic x(15).
           05 MEVT-AFTER-VALUE        pic x(15).
           05 MEVT-TIMESTAMP          pic x(21).
           05 MEVT-TRACE.
               10 MEVT-TRAN-KEY       pic 9(6).
               10 MEVT-STREAM-ID      pic x(8).
               10 MEVT-RUN-DATE       pic 9(8).
