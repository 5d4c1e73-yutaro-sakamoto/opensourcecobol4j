      * driver has come back from a live run with its return code and
      * counts, and "T" when run control made the run a trial - a
      * trial applied nothing, so "T" never satisfies schedrun's
      * already-complete test or hskeep's clean-stream test. "D"
      * means intake refused the stream's transaction file as a
      * resend of one already applied (rc 08) and driver never ran.
      * "N" means the night was not a processing day on the shop
      * calendar (rc 00) and nothing was run for the stream.
      * written by schedrun, read back by schedrun on restart, hskeep
      * and mornrpt.
       01  STATUS-RECORD.
           05 STAT-RUN-DATE         pic 9(8).
           05 STAT-PREFIX           pic x(8).
