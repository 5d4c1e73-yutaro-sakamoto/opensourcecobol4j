      * shared reconciliation record layout for the prefix RECN.DAT
      * file ifsub writes, extracted by whextr and counted by mornrpt
      * (which picks RECN-STATUS out by position, so new fields go on
      * the end). the trace stamp carries the key, stream and run
      * date of the driver transaction that was reconciled; zero/blank
      * when the caller is not a transaction run.
       01  RECONCILE-RECORD.
           05 RECN-TARGET-NAME      pic x(10).
           05 RECN-SOURCE-NAME      pic x(10).
           05 RECN-TARGET-VALUE     pic x(15).
           05 RECN-SOURCE-VALUE     pic x(15).
           05 RECN-STATUS           pic x(10).
           05 RECN-TRACE.
               10 RECN-TRAN-KEY     pic 9(6).
               10 RECN-STREAM-ID    pic x(8).
               10 RECN-RUN-DATE     pic 9(8).
