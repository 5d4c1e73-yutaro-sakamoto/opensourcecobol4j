      * shared outbound master change-feed record layouts for the
      * prefix FEED.yyyymmdd.DAT files chgfeed writes from JRNL.DAT:
      * a header naming the run date and stream, one delta per
      * journaled master change with its change type (A/U/C/D), key
      * and after image (blank for a delete), and a trailer with the
      * delta count and the NUM1/NUM2 hash totals of the after images,
      * built the same way as the inbound transaction trailer so the
      * receiver can prove the file whole.
       01  FEED-RECORD.
           05 FEED-REC-TYPE         pic x(1).
               88 FEED-HEADER       value "H".
               88 FEED-DELTA        value "D".
               88 FEED-TRAILER      value "T".
           05 FEED-CHANGE-TYPE      pic x(1).
           05 FEED-KEY              pic 9(6).
           05 FEED-AFTER-IMAGE      pic x(39).
       01  FEED-HEADER-RECORD.
           05 FHDR-REC-TYPE         pic x(1).
           05 FHDR-RUN-DATE         pic 9(8).
           05 FHDR-STREAM-ID        pic x(8).
           05 FHDR-PREFIX           pic x(8).
           05 FHDR-CREATED-DATE     pic 9(8).
       01  FEED-TRAILER-RECORD.
           05 FTRL-REC-TYPE         pic x(1).
           05 FTRL-RECORD-COUNT     pic 9(9).
           05 FTRL-NUM1-HASH        pic 9(11).
           05 FTRL-NUM2-HASH        pic 9(13).
