      * shared received-file register record for PROGRCVD.DAT, one
      * append-only file for every stream. intake writes an "R" for
      * each transaction file schedrun is about to run, a "D" when it
      * refuses one whose identity was already applied, and an "A"
      * once driver has applied it live; rcvrel writes an "L" when an
      * operator releases a deliberate resend. the identity is the
      * header stream and run date with the trailer count and hash
      * totals, so a file that balances perfectly is still caught.
      * the gap flag marks a run date that skipped a business day
      * after the last applied run date of the stream. read back by
      * intake, rcvrel and mornrpt.
       01  RECEIVED-RECORD.
           05 RCVD-EVENT            pic x(1).
               88 RCVD-RECEIVED     value "R".
               88 RCVD-REFUSED      value "D".
               88 RCVD-APPLIED      value "A".
               88 RCVD-RELEASED     value "L".
           05 RCVD-IDENTITY.
               10 RCVD-STREAM-ID    pic x(8).
               10 RCVD-RUN-DATE     pic 9(8).
               10 RCVD-RECORD-COUNT pic 9(9).
               10 RCVD-NUM1-HASH    pic 9(11).
               10 RCVD-NUM2-HASH    pic 9(13).
           05 RCVD-PREFIX           pic x(8).
           05 RCVD-TRAN-FN          pic x(20).
           05 RCVD-NIGHT-DATE       pic 9(8).
           05 RCVD-EVENT-DATE       pic 9(8).
           05 RCVD-EVENT-TIME       pic 9(6).
           05 RCVD-GAP-FLAG         pic x(1).
               88 RCVD-GAP          value "Y".
           05 RCVD-LAST-RUN-DATE    pic 9(8).
           05 RCVD-NOTE             pic x(30).
