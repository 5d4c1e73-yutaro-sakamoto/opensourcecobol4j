      * shared change-feed acknowledgment record for the prefix
      * FACK.DAT file the downstream receiver returns, one per feed it
      * has processed: the run date and stream id from the feed
      * header, whether it accepted ("A") or rejected ("R") the file,
      * the delta count and hash totals it received, and its reason
      * for a rejection. a feed acknowledged more than once is judged
      * on its latest acknowledgment. read by chgfeed.
       01  FEED-ACK-RECORD.
           05 FACK-RUN-DATE         pic 9(8).
           05 FACK-STREAM-ID        pic x(8).
           05 FACK-STATUS           pic x(1).
               88 FACK-ACCEPTED     value "A".
               88 FACK-REJECTED     value "R".
           05 FACK-RECORD-COUNT     pic 9(9).
           05 FACK-NUM1-HASH        pic 9(11).
           05 FACK-NUM2-HASH        pic 9(13).
           05 FACK-ACK-DATE         pic 9(8).
           05 FACK-REASON           pic x(30).
