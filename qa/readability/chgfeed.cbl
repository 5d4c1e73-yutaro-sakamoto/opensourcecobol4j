      * nightly outbound master change feed: for every enabled stream
      * on PROGPLAN.DAT, turns the prefix JRNL.DAT journal entries of
      * the run into a fixed-format delta file, prefix
      * FEED.yyyymmdd.DAT, one delta per applied change with its
      * change type, key and after image, framed by a header naming
      * the run date and stream id and a trailer carrying the delta
      * count and the NUM1/NUM2 hash totals of the after images. each
      * feed written is entered on the stream's prefix FEDX.DAT feed
      * index (a rerun of a run date replaces its entry), and the
      * receiver's prefix FACK.DAT acknowledgments are matched back
      * to the index by run date and stream id so PROGFEED.RPT lists
      * every feed that is unacknowledged, rejected, short- or
      * over-counted or out of hash - proof that every master change
      * reached the downstream system. tonight's own feed is shown as
      * awaiting acknowledgment, not as an exception.
      * the operator may key the run date; blank takes each stream's
      * last balanced run date from its prefix BAL.DAT.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 chgfeed.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "PROGPLAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-plan-status.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC ws-journal-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC ws-balance-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-balance-status.
           SELECT FEED-FILE ASSIGN TO DYNAMIC ws-feed-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-feed-status.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC ws-index-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT ACK-FILE ASSIGN TO DYNAMIC ws-ack-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.
           SELECT FEED-REPORT ASSIGN TO "PROGFEED.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05 PLAN-ENABLED          pic x(1).
               88 PLAN-STREAM-ENABLED value "Y".
           05 PLAN-PREFIX           pic x(8).
           05 PLAN-TRAN-FN          pic x(20).
           05 PLAN-CKPT-FN          pic x(20).

       FD  JOURNAL-FILE.
           COPY "mstjrnl.cpy".

       FD  BALANCE-FILE.
           COPY "balrec.cpy".

       FD  FEED-FILE.
           COPY "feedrec.cpy".

      * one entry per feed written: the run date and stream id the
      * receiver acknowledges by, the feed file, its trailer totals
      * and the date it was written.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05 FEDX-RUN-DATE         pic 9(8).
           05 FEDX-STREAM-ID        pic x(8).
           05 FEDX-FEED-FN          pic x(30).
           05 FEDX-RECORD-COUNT     pic 9(9).
           05 FEDX-NUM1-HASH        pic 9(11).
           05 FEDX-NUM2-HASH        pic 9(13).
           05 FEDX-CREATED-DATE     pic 9(8).

       FD  ACK-FILE.
           COPY "fackrec.cpy".

       FD  FEED-REPORT.
       01  REPORT-RECORD           pic x(120).

       working-storage section.
       01 ws-plan-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-balance-status pic x(2).
       01 ws-feed-status pic x(2).
       01 ws-index-status pic x(2).
       01 ws-ack-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-journal-fn pic x(20).
       01 ws-balance-fn pic x(20).
       01 ws-feed-fn pic x(30).
       01 ws-index-fn pic x(20).
       01 ws-ack-fn pic x(20).
       01 ws-current-date pic 9(8).
       01 ws-answer pic x(8).
       01 ws-keyed-run-date pic 9(8) value zero.
       01 ws-run-date pic 9(8).
       01 ws-plan-eof pic x value "N".
           88 ws-plan-end-of-file value "Y".
       01 ws-journal-eof pic x value "N".
           88 ws-journal-end-of-file value "Y".
       01 ws-index-eof pic x value "N".
           88 ws-index-end-of-file value "Y".
       01 ws-ack-eof pic x value "N".
           88 ws-ack-end-of-file value "Y".
      * the stream id the feed is written and acknowledged under: the
      * one on the run's journal entries, else the latest on the
      * journal, else the prefix for a stream never journaled.
       01 ws-stream-id pic x(8).
       01 ws-last-stream-id pic x(8).
       01 ws-feed-count pic 9(9).
       01 ws-feed-num1-hash pic 9(11).
       01 ws-feed-num2-hash pic 9(13).
       01 ws-image-work.
           05 ws-img-key pic 9(6).
           05 ws-img-num1 pic 9(5).
           05 ws-img-num2 pic 9(7).
           05 ws-img-num3 pic 9(3).
           05 ws-img-str1 pic x(5).
           05 ws-img-str2 pic x(10).
           05 ws-img-str3 pic x(3).
       01 ws-index-table.
           05 ws-index-entry occurs 500 times indexed by fx-idx.
               10 ws-fx-run-date pic 9(8).
               10 ws-fx-stream-id pic x(8).
               10 ws-fx-feed-fn pic x(30).
               10 ws-fx-count pic 9(9).
               10 ws-fx-num1-hash pic 9(11).
               10 ws-fx-num2-hash pic 9(13).
               10 ws-fx-created-date pic 9(8).
       01 ws-index-count pic 9(3) value zero.
       01 ws-index-sub pic 9(3).
       01 ws-found-sub pic 9(3).
       01 ws-ack-table.
           05 ws-ack-entry occurs 500 times indexed by ak-idx.
               10 ws-ak-run-date pic 9(8).
               10 ws-ak-stream-id pic x(8).
               10 ws-ak-status pic x(1).
               10 ws-ak-count pic 9(9).
               10 ws-ak-num1-hash pic 9(11).
               10 ws-ak-num2-hash pic 9(13).
               10 ws-ak-ack-date pic 9(8).
               10 ws-ak-reason pic x(30).
               10 ws-ak-matched pic x(1).
       01 ws-ack-count pic 9(3) value zero.
       01 ws-ack-sub pic 9(3).
       01 ws-latest-ack-sub pic 9(3).
       01 ws-str-feeds pic 9(5).
       01 ws-str-acked pic 9(5).
       01 ws-str-awaiting pic 9(5).
       01 ws-str-exceptions pic 9(5).
       01 ws-night-streams pic 9(5) value zero.
       01 ws-night-deltas pic 9(9) value zero.
       01 ws-night-exceptions pic 9(5) value zero.
       01 ws-night-failures pic 9(5) value zero.

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-FEED-ALL-STREAMS
               until ws-plan-end-of-file.
           perform 3000-TERMINATE.
           stop run.

       1000-INITIALIZE.
           accept ws-current-date from date yyyymmdd.
           display "CHGFEED: RUN DATE TO FEED (8 DIGITS, BLANK FOR "
               "EACH STREAM'S BAL.DAT RUN DATE)".
           accept ws-answer.
           if ws-answer NOT = spaces
               if ws-answer numeric
                   move ws-answer to ws-keyed-run-date
               else
                   display "CHGFEED: NOT AN 8-DIGIT DATE"
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           open input PLAN-FILE.
           if ws-plan-status NOT = "00"
               display "CHGFEED: cannot open PROGPLAN.DAT, status "
                   ws-plan-status
               move 16 to return-code
               stop run
           end-if.
           open output FEED-REPORT.
           move spaces to REPORT-RECORD.
           string "MASTER CHANGE FEED AND ACKNOWLEDGMENT "
               "RECONCILIATION - TAKEN " ws-current-date
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

       2000-FEED-ALL-STREAMS.
           read PLAN-FILE
               at end
                   move "Y" to ws-plan-eof
               not at end
                   if PLAN-STREAM-ENABLED
                       add 1 to ws-night-streams
                       perform 2100-FEED-ONE-STREAM thru 2100-EXIT
                   end-if
           end-read.

      ******************************************************
      * write one stream's feed, index it and reconcile its
      * acknowledgments
      ******************************************************
       2100-FEED-ONE-STREAM.
           perform 2110-BUILD-FILE-NAMES.
           move zero to ws-str-feeds.
           move zero to ws-str-acked.
           move zero to ws-str-awaiting.
           move zero to ws-str-exceptions.
           if ws-keyed-run-date > zero
               move ws-keyed-run-date to ws-run-date
           else
               perform 2120-READ-BALANCE-DATE
           end-if.
           if ws-run-date = zero
               add 1 to ws-night-failures
               move spaces to REPORT-RECORD
               string "STREAM " PLAN-PREFIX
                   " NO BALANCED RUN ON " function trim(ws-balance-fn)
                   " - NO FEED WRITTEN"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
               go to 2100-EXIT
           end-if.
           perform 2200-SCAN-JOURNAL.
           perform 2300-WRITE-FEED thru 2300-EXIT.
           if ws-feed-status NOT = "00"
               go to 2100-EXIT
           end-if.
           add ws-feed-count to ws-night-deltas.
           move spaces to REPORT-RECORD.
           string "STREAM " PLAN-PREFIX
               " RUN " ws-run-date
               " STREAM-ID " ws-stream-id
               " DELTAS " ws-feed-count
               " FEED " function trim(ws-feed-fn)
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           perform 2400-UPDATE-FEED-INDEX.
           perform 2500-LOAD-ACKNOWLEDGMENTS.
           perform 2600-RECONCILE-ONE-FEED
               varying ws-index-sub from 1 by 1
               until ws-index-sub > ws-index-count.
           perform 2700-REPORT-UNMATCHED-ACK
               varying ws-ack-sub from 1 by 1
               until ws-ack-sub > ws-ack-count.
           add ws-str-exceptions to ws-night-exceptions.
           move spaces to REPORT-RECORD.
           string "  FEEDS " ws-str-feeds
               " ACKNOWLEDGED " ws-str-acked
               " AWAITING " ws-str-awaiting
               " EXCEPTIONS " ws-str-exceptions
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
       2100-EXIT.
           exit.

       2110-BUILD-FILE-NAMES.
           move spaces to ws-journal-fn.
           string function trim(PLAN-PREFIX) delimited by size
               "JRNL.DAT" delimited by size
               into ws-journal-fn.
           move spaces to ws-balance-fn.
           string function trim(PLAN-PREFIX) delimited by size
               "BAL.DAT" delimited by size
               into ws-balance-fn.
           move spaces to ws-index-fn.
           string function trim(PLAN-PREFIX) delimited by size
               "FEDX.DAT" delimited by size
               into ws-index-fn.
           move spaces to ws-ack-fn.
           string function trim(PLAN-PREFIX) delimited by size
               "FACK.DAT" delimited by size
               into ws-ack-fn.

       2120-READ-BALANCE-DATE.
           move zero to ws-run-date.
           open input BALANCE-FILE.
           if ws-balance-status = "00"
               read BALANCE-FILE
                   at end
                       continue
                   not at end
                       if BAL-RUN-DATE numeric
                           move BAL-RUN-DATE to ws-run-date
                       end-if
               end-read
               close BALANCE-FILE
           end-if.

      ******************************************************
      * first pass: the run's delta count, hash totals and
      * stream id, needed before the header is written
      ******************************************************
       2200-SCAN-JOURNAL.
           move zero to ws-feed-count.
           move zero to ws-feed-num1-hash.
           move zero to ws-feed-num2-hash.
           move spaces to ws-stream-id.
           move spaces to ws-last-stream-id.
           move "N" to ws-journal-eof.
           open input JOURNAL-FILE.
           if ws-journal-status NOT = "00"
               move "Y" to ws-journal-eof
           end-if.
           perform 2210-SCAN-ONE-ENTRY
               until ws-journal-end-of-file.
           if ws-journal-status = "10" or ws-journal-status = "00"
               close JOURNAL-FILE
           end-if.
           if ws-stream-id = spaces
               move ws-last-stream-id to ws-stream-id
           end-if.
           if ws-stream-id = spaces
               move PLAN-PREFIX to ws-stream-id
           end-if.

      * the hashes are taken from the after images the way the
      * transaction trailer hashes are built; a delete has no after
      * image and adds nothing to them.
       2210-SCAN-ONE-ENTRY.
           read JOURNAL-FILE
               at end
                   move "Y" to ws-journal-eof
               not at end
                   move JRNL-STREAM-ID to ws-last-stream-id
                   if JRNL-RUN-DATE = ws-run-date
                       move JRNL-STREAM-ID to ws-stream-id
                       add 1 to ws-feed-count
                       if JRNL-AFTER-IMAGE NOT = spaces
                           move JRNL-AFTER-IMAGE to ws-image-work
                           add ws-img-num1 to ws-feed-num1-hash
                           add ws-img-num2 to ws-feed-num2-hash
                       end-if
                   end-if
           end-read.

      ******************************************************
      * second pass: header, one delta per journal entry of
      * the run, trailer
      ******************************************************
       2300-WRITE-FEED.
           move spaces to ws-feed-fn.
           string function trim(PLAN-PREFIX) delimited by size
               "FEED." delimited by size
               ws-run-date delimited by size
               ".DAT" delimited by size
               into ws-feed-fn.
           open output FEED-FILE.
           if ws-feed-status NOT = "00"
               add 1 to ws-night-failures
               move spaces to REPORT-RECORD
               string "STREAM " PLAN-PREFIX
                   " CANNOT WRITE " function trim(ws-feed-fn)
                   ", STATUS " ws-feed-status
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
               go to 2300-EXIT
           end-if.
           move spaces to FEED-HEADER-RECORD.
           move "H" to FHDR-REC-TYPE.
           move ws-run-date to FHDR-RUN-DATE.
           move ws-stream-id to FHDR-STREAM-ID.
           move PLAN-PREFIX to FHDR-PREFIX.
           move ws-current-date to FHDR-CREATED-DATE.
           write FEED-HEADER-RECORD.
           move "N" to ws-journal-eof.
           open input JOURNAL-FILE.
           if ws-journal-status NOT = "00"
               move "Y" to ws-journal-eof
           end-if.
           perform 2310-WRITE-ONE-DELTA
               until ws-journal-end-of-file.
           if ws-journal-status = "10" or ws-journal-status = "00"
               close JOURNAL-FILE
           end-if.
           move spaces to FEED-TRAILER-RECORD.
           move "T" to FTRL-REC-TYPE.
           move ws-feed-count to FTRL-RECORD-COUNT.
           move ws-feed-num1-hash to FTRL-NUM1-HASH.
           move ws-feed-num2-hash to FTRL-NUM2-HASH.
           write FEED-TRAILER-RECORD.
           close FEED-FILE.
       2300-EXIT.
           exit.

       2310-WRITE-ONE-DELTA.
           read JOURNAL-FILE
               at end
                   move "Y" to ws-journal-eof
               not at end
                   if JRNL-RUN-DATE = ws-run-date
                       move spaces to FEED-RECORD
                       move "D" to FEED-REC-TYPE
                       move JRNL-TRAN-CODE to FEED-CHANGE-TYPE
                       move JRNL-MSTR-KEY to FEED-KEY
                       move JRNL-AFTER-IMAGE to FEED-AFTER-IMAGE
                       write FEED-RECORD
                   end-if
           end-read.

      ******************************************************
      * enter the feed on the stream's feed index
      ******************************************************
       2400-UPDATE-FEED-INDEX.
           move zero to ws-index-count.
           move "N" to ws-index-eof.
           open input INDEX-FILE.
           if ws-index-status NOT = "00"
               move "Y" to ws-index-eof
           end-if.
           perform 2410-LOAD-ONE-INDEX-ENTRY
               until ws-index-end-of-file.
           if ws-index-status = "10" or ws-index-status = "00"
               close INDEX-FILE
           end-if.
           move zero to ws-found-sub.
           perform 2420-MATCH-ONE-INDEX-ENTRY
               varying ws-index-sub from 1 by 1
               until ws-index-sub > ws-index-count.
           if ws-found-sub = zero
               if ws-index-count < 500
                   add 1 to ws-index-count
                   move ws-index-count to ws-found-sub
               else
                   display "CHGFEED: feed index full, "
                       ws-feed-fn " not indexed"
               end-if
           end-if.
           if ws-found-sub > zero
               set fx-idx to ws-found-sub
               move ws-run-date to ws-fx-run-date(fx-idx)
               move ws-stream-id to ws-fx-stream-id(fx-idx)
               move ws-feed-fn to ws-fx-feed-fn(fx-idx)
               move ws-feed-count to ws-fx-count(fx-idx)
               move ws-feed-num1-hash to ws-fx-num1-hash(fx-idx)
               move ws-feed-num2-hash to ws-fx-num2-hash(fx-idx)
               move ws-current-date to ws-fx-created-date(fx-idx)
           end-if.
           open output INDEX-FILE.
           if ws-index-status NOT = "00"
               display "CHGFEED: cannot write " ws-index-fn
                   ", status " ws-index-status
           else
               perform 2430-WRITE-ONE-INDEX-ENTRY
                   varying ws-index-sub from 1 by 1
                   until ws-index-sub > ws-index-count
               close INDEX-FILE
           end-if.

       2410-LOAD-ONE-INDEX-ENTRY.
           read INDEX-FILE
               at end
                   move "Y" to ws-index-eof
               not at end
                   if ws-index-count < 500
                       add 1 to ws-index-count
                       set fx-idx to ws-index-count
                       move FEDX-RUN-DATE to ws-fx-run-date(fx-idx)
                       move FEDX-STREAM-ID to ws-fx-stream-id(fx-idx)
                       move FEDX-FEED-FN to ws-fx-feed-fn(fx-idx)
                       move FEDX-RECORD-COUNT to ws-fx-count(fx-idx)
                       move FEDX-NUM1-HASH
                           to ws-fx-num1-hash(fx-idx)
                       move FEDX-NUM2-HASH
                           to ws-fx-num2-hash(fx-idx)
                       move FEDX-CREATED-DATE
                           to ws-fx-created-date(fx-idx)
                   else
                       display "CHGFEED: feed index full, entry "
                           "dropped: " FEDX-FEED-FN
                   end-if
           end-read.

      * a rerun of a run date replaces that date's entry, so the
      * index always describes the feed file as it now stands.
       2420-MATCH-ONE-INDEX-ENTRY.
           set fx-idx to ws-index-sub.
           if ws-fx-run-date(fx-idx) = ws-run-date
               and ws-fx-stream-id(fx-idx) = ws-stream-id
               move ws-index-sub to ws-found-sub
           end-if.

       2430-WRITE-ONE-INDEX-ENTRY.
           set fx-idx to ws-index-sub.
           move ws-fx-run-date(fx-idx) to FEDX-RUN-DATE.
           move ws-fx-stream-id(fx-idx) to FEDX-STREAM-ID.
           move ws-fx-feed-fn(fx-idx) to FEDX-FEED-FN.
           move ws-fx-count(fx-idx) to FEDX-RECORD-COUNT.
           move ws-fx-num1-hash(fx-idx) to FEDX-NUM1-HASH.
           move ws-fx-num2-hash(fx-idx) to FEDX-NUM2-HASH.
           move ws-fx-created-date(fx-idx) to FEDX-CREATED-DATE.
           write INDEX-RECORD.

       2500-LOAD-ACKNOWLEDGMENTS.
           move zero to ws-ack-count.
           move "N" to ws-ack-eof.
           open input ACK-FILE.
           if ws-ack-status NOT = "00"
               move "Y" to ws-ack-eof
           end-if.
           perform 2510-LOAD-ONE-ACK
               until ws-ack-end-of-file.
           if ws-ack-status = "10" or ws-ack-status = "00"
               close ACK-FILE
           end-if.

       2510-LOAD-ONE-ACK.
           read ACK-FILE
               at end
                   move "Y" to ws-ack-eof
               not at end
                   if ws-ack-count < 500
                       add 1 to ws-ack-count
                       set ak-idx to ws-ack-count
                       move FACK-RUN-DATE to ws-ak-run-date(ak-idx)
                       move FACK-STREAM-ID to ws-ak-stream-id(ak-idx)
                       move FACK-STATUS to ws-ak-status(ak-idx)
                       move zero to ws-ak-count(ak-idx)
                       move zero to ws-ak-num1-hash(ak-idx)
                       move zero to ws-ak-num2-hash(ak-idx)
                       move zero to ws-ak-ack-date(ak-idx)
                       if FACK-RECORD-COUNT numeric
                           move FACK-RECORD-COUNT
                               to ws-ak-count(ak-idx)
                       end-if
                       if FACK-NUM1-HASH numeric
                           move FACK-NUM1-HASH
                               to ws-ak-num1-hash(ak-idx)
                       end-if
                       if FACK-NUM2-HASH numeric
                           move FACK-NUM2-HASH
                               to ws-ak-num2-hash(ak-idx)
                       end-if
                       if FACK-ACK-DATE numeric
                           move FACK-ACK-DATE
                               to ws-ak-ack-date(ak-idx)
                       end-if
                       move FACK-REASON to ws-ak-reason(ak-idx)
                       move "N" to ws-ak-matched(ak-idx)
                   else
                       display "CHGFEED: acknowledgment table full, "
                           FACK-RUN-DATE " " FACK-STREAM-ID
                           " not reconciled"
                   end-if
           end-read.

      ******************************************************
      * judge one indexed feed on its latest acknowledgment
      ******************************************************
       2600-RECONCILE-ONE-FEED.
           set fx-idx to ws-index-sub.
           add 1 to ws-str-feeds.
           move zero to ws-latest-ack-sub.
           perform 2610-MATCH-ONE-ACK
               varying ws-ack-sub from 1 by 1
               until ws-ack-sub > ws-ack-count.
           move spaces to REPORT-RECORD.
           if ws-latest-ack-sub = zero
               if ws-fx-run-date(fx-idx) = ws-run-date
                   add 1 to ws-str-awaiting
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " SENT " ws-fx-count(fx-idx)
                       " AWAITING ACKNOWLEDGMENT"
                       delimited by size into REPORT-RECORD
               else
                   add 1 to ws-str-exceptions
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " SENT " ws-fx-count(fx-idx)
                       " UNACKNOWLEDGED - "
                       function trim(ws-fx-feed-fn(fx-idx))
                       delimited by size into REPORT-RECORD
               end-if
               write REPORT-RECORD
           else
               perform 2620-JUDGE-ACKNOWLEDGMENT
           end-if.

      * an acknowledgment dated before the feed was written belongs
      * to a feed since rerun, and counts only as matched.
       2610-MATCH-ONE-ACK.
           set ak-idx to ws-ack-sub.
           if ws-ak-run-date(ak-idx) = ws-fx-run-date(fx-idx)
               and ws-ak-stream-id(ak-idx) = ws-fx-stream-id(fx-idx)
               move "Y" to ws-ak-matched(ak-idx)
               if ws-ak-ack-date(ak-idx) >= ws-fx-created-date(fx-idx)
                   move ws-ack-sub to ws-latest-ack-sub
               end-if
           end-if.

       2620-JUDGE-ACKNOWLEDGMENT.
           set ak-idx to ws-latest-ack-sub.
           evaluate true
               when ws-ak-status(ak-idx) = "R"
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " REJECTED BY RECEIVER "
                       ws-ak-ack-date(ak-idx) ": "
                       ws-ak-reason(ak-idx)
                       delimited by size into REPORT-RECORD
               when ws-ak-status(ak-idx) NOT = "A"
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " UNKNOWN ACKNOWLEDGMENT STATUS "
                       ws-ak-status(ak-idx)
                       delimited by size into REPORT-RECORD
               when ws-ak-count(ak-idx) < ws-fx-count(fx-idx)
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " SHORT-COUNTED: SENT " ws-fx-count(fx-idx)
                       " RECEIVED " ws-ak-count(ak-idx)
                       delimited by size into REPORT-RECORD
               when ws-ak-count(ak-idx) > ws-fx-count(fx-idx)
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " OVER-COUNTED: SENT " ws-fx-count(fx-idx)
                       " RECEIVED " ws-ak-count(ak-idx)
                       delimited by size into REPORT-RECORD
               when ws-ak-num1-hash(ak-idx)
                       NOT = ws-fx-num1-hash(fx-idx)
                   or ws-ak-num2-hash(ak-idx)
                       NOT = ws-fx-num2-hash(fx-idx)
                   string "  RUN " ws-fx-run-date(fx-idx)
                       " HASH MISMATCH: SENT " ws-fx-num1-hash(fx-idx)
                       "/" ws-fx-num2-hash(fx-idx)
                       " RECEIVED " ws-ak-num1-hash(ak-idx)
                       "/" ws-ak-num2-hash(ak-idx)
                       delimited by size into REPORT-RECORD
               when other
                   add 1 to ws-str-acked
           end-evaluate.
           if REPORT-RECORD NOT = spaces
               add 1 to ws-str-exceptions
               write REPORT-RECORD
           end-if.

       2700-REPORT-UNMATCHED-ACK.
           set ak-idx to ws-ack-sub.
           if ws-ak-matched(ak-idx) NOT = "Y"
               add 1 to ws-str-exceptions
               move spaces to REPORT-RECORD
               string "  ACKNOWLEDGMENT FOR RUN " ws-ak-run-date(ak-idx)
                   " STREAM-ID " ws-ak-stream-id(ak-idx)
                   " MATCHES NO FEED SENT"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.

       3000-TERMINATE.
           move spaces to REPORT-RECORD.
           string "NIGHT TOTALS: STREAMS " ws-night-streams
               " DELTAS SENT " ws-night-deltas
               " EXCEPTIONS " ws-night-exceptions
               " FEEDS NOT WRITTEN " ws-night-failures
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           close PLAN-FILE.
           close FEED-REPORT.
           display "CHGFEED: " ws-night-streams " STREAMS, "
               ws-night-deltas " DELTAS, " ws-night-exceptions
               " EXCEPTIONS, REPORT PROGFEED.RPT".
           if ws-night-failures > zero
               move 08 to return-code
           else
               if ws-night-exceptions > zero
                   move 04 to return-code
               end-if
           end-if.
