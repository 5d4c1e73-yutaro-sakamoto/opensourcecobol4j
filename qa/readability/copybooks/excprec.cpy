      * shared truncation-exception record layout for the prefix
      * EXCP.DAT file movesub writes and excrep dispositions. the
      * trace stamp carries the key, stream and run date of the
      * driver transaction that raised the exception; zero/blank when
      * the caller is not a transaction run.
       01  EXCEPTION-RECORD.
           05 EXCP-FIELD-NAME      pic x(10).
           05 EXCP-SOURCE-VALUE    pic x(15).
           05 EXCP-TRUNCATED-VALUE pic x(15).
           05 EXCP-TRACE.
               10 EXCP-TRAN-KEY    pic 9(6).
               10 EXCP-STREAM-ID   pic x(8).
               10 EXCP-RUN-DATE    pic 9(8).
