      * shared data-integrity exception record layout for the prefix
      * DINT.DAT file movesub writes and excrep dispositions. the
      * trace stamp carries the key, stream and run date of the
      * driver transaction that raised the exception; zero/blank when
      * the caller is not a transaction run.
       01  DATAINTEG-RECORD.
           05 DINT-FIELD-NAME       pic x(10).
           05 DINT-SOURCE-VALUE     pic x(15).
           05 DINT-ERROR-DESC       pic x(30).
           05 DINT-TRACE.
               10 DINT-TRAN-KEY     pic 9(6).
               10 DINT-STREAM-ID    pic x(8).
               10 DINT-RUN-DATE     pic 9(8).
