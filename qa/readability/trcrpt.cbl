      * traces one master key end to end through every audit file a
      * stream keeps, so "what happened to this transaction" is
      * answered from one report instead of six: the transaction as
      * received (every archived TRAN.DAT generation, then the live
      * file), its pending and reject/recycle history, the move
      * events and reconciliation results movesub and ifsub wrote
      * for it, the truncation and data-integrity exceptions it
      * raised, and the master before/after images from the journal.
      * archived generations are found through the prefix ARCX.DAT
      * index hskeep maintains and are read in index (date) order
      * ahead of the live file. audit records are matched on the key
      * in their trace stamp; records written before the stamp was
      * carried have none and cannot be traced.
      * caller supplies the file prefix (blank defaults to "PROG")
      * and the key; the report goes to the prefix TRCE.RPT.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 trcrpt.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC ws-index-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT LINE-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT MOVE-EVENT-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT RECON-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT DATAINTEG-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC ws-scan-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-scan-status.
           SELECT TRACE-REPORT ASSIGN TO DYNAMIC ws-report-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05 ARCX-TAG              pic x(8).
           05 ARCX-ARCHIVE-FN       pic x(30).
           05 ARCX-DATE             pic 9(8).
           05 ARCX-COUNT            pic 9(9).

      * the transaction file and the PEND.DAT pending file share the
      * transaction layout.
       FD  TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD  REJECT-FILE.
           COPY "rejrec.cpy".

      * the driver text reports (SUMM.RPT, FDSP.RPT, SEQ.RPT) are
      * read as plain lines and picked apart by position.
       FD  LINE-FILE.
       01  LINE-RECORD             pic x(132).

       FD  MOVE-EVENT-FILE.
           COPY "moveevt.cpy".

       FD  RECON-FILE.
           COPY "recnrec.cpy".

       FD  EXCEPTION-FILE.
           COPY "excprec.cpy".

       FD  DATAINTEG-FILE.
           COPY "dintrec.cpy".

       FD  JOURNAL-FILE.
           COPY "mstjrnl.cpy".

       FD  TRACE-REPORT.
       01  REPORT-RECORD           pic x(132).

       working-storage section.
       01 ws-index-status pic x(2).
       01 ws-scan-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-index-fn pic x(20).
       01 ws-scan-fn pic x(30).
       01 ws-report-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-answer pic x(6).
       01 ws-wanted-key pic 9(6).
       01 ws-wanted-key-x redefines ws-wanted-key pic x(6).
       01 ws-index-eof pic x value "N".
           88 ws-index-end-of-file value "Y".
       01 ws-scan-eof pic x value "N".
           88 ws-scan-end-of-file value "Y".
      * archived generations from the ARCX index, in index order.
       01 ws-index-table.
           05 ws-index-entry occurs 500 times indexed by arcx-idx.
               10 ws-arcx-tag pic x(8).
               10 ws-arcx-archive-fn pic x(30).
       01 ws-index-count pic 9(3) value zero.
       01 ws-entry-sub pic 9(3).
      * the audit file being traced: its suffix (also its ARCX tag)
      * and whether hskeep archives it at all.
       01 ws-scan-tag pic x(8).
       01 ws-scan-archived pic x value "Y".
           88 ws-scan-has-archives value "Y".
       01 ws-files-read pic 9(4) value zero.
      * header of the transaction file being read.
       01 ws-file-run-date pic x(8).
       01 ws-file-stream-id pic x(8).
       01 ws-section-heading pic x(60).
       01 ws-section-count pic 9(5) value zero.
       01 ws-total-count pic 9(5) value zero.
       01 ws-image-label pic x(6).
       01 ws-image-work.
           05 ws-img-key pic 9(6).
           05 ws-img-num1 pic 9(5).
           05 ws-img-num2 pic 9(7).
           05 ws-img-num3 pic 9(3).
           05 ws-img-str1 pic x(5).
           05 ws-img-str2 pic x(10).
           05 ws-img-str3 pic x(3).
       01 ws-tran-image pic x(48).

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-TRACE-RECEIVED.
           perform 3000-TRACE-PENDING-AND-REJECTS.
           perform 4000-TRACE-MOVE-EVENTS.
           perform 5000-TRACE-RECONCILIATION.
           perform 6000-TRACE-EXCEPTIONS.
           perform 7000-TRACE-JOURNAL.
           perform 8000-TERMINATE.
           stop run.

       1000-INITIALIZE.
           display "TRCRPT: ENTER FILE PREFIX (BLANK FOR PROG)".
           accept ws-file-prefix.
           if ws-file-prefix = spaces
               move "PROG" to ws-file-prefix
           end-if.
           display "TRCRPT: MASTER KEY (6 DIGITS)".
           accept ws-answer.
           if ws-answer(1:6) NOT numeric
               display "TRCRPT: NOT A 6-DIGIT KEY"
               move 16 to return-code
               stop run
           end-if.
           move ws-answer(1:6) to ws-wanted-key.
           move spaces to ws-index-fn.
           string function trim(ws-file-prefix) delimited by size
               "ARCX.DAT" delimited by size
               into ws-index-fn.
           move spaces to ws-report-fn.
           string function trim(ws-file-prefix) delimited by size
               "TRCE.RPT" delimited by size
               into ws-report-fn.
           perform 1100-LOAD-INDEX.
           open output TRACE-REPORT.
           if ws-report-status NOT = "00"
               display "TRCRPT: cannot open " ws-report-fn
                   ", status " ws-report-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to REPORT-RECORD.
           string "TRANSACTION TRACE FOR KEY " ws-wanted-key
               " - PREFIX " function trim(ws-file-prefix)
               " - " ws-index-count " ARCHIVED GENERATIONS INDEXED"
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

      * no index just means hskeep has not run for this prefix yet;
      * only the live files are traced.
       1100-LOAD-INDEX.
           open input INDEX-FILE.
           if ws-index-status NOT = "00"
               move "Y" to ws-index-eof
           end-if.
           perform 1110-LOAD-ONE-INDEX-ENTRY
               until ws-index-end-of-file.
           if ws-index-status = "10" or ws-index-status = "00"
               close INDEX-FILE
           end-if.

       1110-LOAD-ONE-INDEX-ENTRY.
           read INDEX-FILE
               at end
                   move "Y" to ws-index-eof
               not at end
                   if ws-index-count < 500
                       add 1 to ws-index-count
                       set arcx-idx to ws-index-count
                       move ARCX-TAG to ws-arcx-tag(arcx-idx)
                       move ARCX-ARCHIVE-FN
                           to ws-arcx-archive-fn(arcx-idx)
                   end-if
           end-read.

      * every archived generation of ws-scan-tag in index order, then
      * the live prefix file of that name.
       1200-SCAN-ALL-GENERATIONS.
           if ws-scan-has-archives
               perform 1210-SCAN-ONE-GENERATION
                   varying ws-entry-sub from 1 by 1
                   until ws-entry-sub > ws-index-count
           end-if.
           move spaces to ws-scan-fn.
           string function trim(ws-file-prefix) delimited by size
               ws-scan-tag delimited by size
               into ws-scan-fn.
           perform 1220-SCAN-ONE-FILE.

       1210-SCAN-ONE-GENERATION.
           set arcx-idx to ws-entry-sub.
           if ws-arcx-tag(arcx-idx) = ws-scan-tag
               move ws-arcx-archive-fn(arcx-idx) to ws-scan-fn
               perform 1220-SCAN-ONE-FILE
           end-if.

       1220-SCAN-ONE-FILE.
           move "N" to ws-scan-eof.
           evaluate ws-scan-tag
               when "TRAN.DAT"
                   perform 2100-SCAN-TRANSACTION-FILE
                       thru 2100-EXIT
               when "PEND.DAT"
                   perform 3100-SCAN-PENDING-FILE
                       thru 3100-EXIT
               when "REJ.DAT"
                   perform 3300-SCAN-REJECT-FILE
                       thru 3300-EXIT
               when "SUMM.RPT"
               when "FDSP.RPT"
               when "SEQ.RPT"
                   perform 3500-SCAN-LINE-FILE
                       thru 3500-EXIT
               when "HIST.DAT"
                   perform 4100-SCAN-MOVE-EVENT-FILE
                       thru 4100-EXIT
               when "RECN.DAT"
                   perform 5100-SCAN-RECON-FILE
                       thru 5100-EXIT
               when "EXCP.DAT"
                   perform 6100-SCAN-EXCEPTION-FILE
                       thru 6100-EXIT
               when "DINT.DAT"
                   perform 6300-SCAN-DATAINTEG-FILE
                       thru 6300-EXIT
               when "JRNL.DAT"
                   perform 7100-SCAN-JOURNAL-FILE
                       thru 7100-EXIT
           end-evaluate.

       1300-START-SECTION.
           move zero to ws-section-count.
           move spaces to REPORT-RECORD.
           write REPORT-RECORD.
           write REPORT-RECORD from ws-section-heading.

       1310-END-SECTION.
           if ws-section-count = zero
               move spaces to REPORT-RECORD
               string "  (NONE)" delimited by size
                   into REPORT-RECORD
               write REPORT-RECORD
           end-if.
           add ws-section-count to ws-total-count.

       1400-REPORT-TRAN-IMAGE.
           move spaces to REPORT-RECORD.
           string "    TRAN " ws-tran-image(1:1)
               " NUM1 " ws-tran-image(8:5)
               " NUM2 " ws-tran-image(13:7)
               " NUM3 " ws-tran-image(20:3)
               " STR1 " ws-tran-image(23:5)
               " STR2 " ws-tran-image(28:10)
               " STR3 " ws-tran-image(38:3)
               " EFFECTIVE " ws-tran-image(41:8)
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

       2000-TRACE-RECEIVED.
           move "1. TRANSACTION AS RECEIVED" to ws-section-heading.
           perform 1300-START-SECTION.
           move "TRAN.DAT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       2100-SCAN-TRANSACTION-FILE.
           open input TRANSACTION-FILE.
           if ws-scan-status NOT = "00"
               go to 2100-EXIT
           end-if.
           add 1 to ws-files-read.
           move spaces to ws-file-run-date.
           move spaces to ws-file-stream-id.
           perform 2110-READ-ONE-TRANSACTION
               until ws-scan-end-of-file.
           close TRANSACTION-FILE.
       2100-EXIT.
           exit.

       2110-READ-ONE-TRANSACTION.
           read TRANSACTION-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if TRAN-HEADER
                       move HDR-RUN-DATE to ws-file-run-date
                       move HDR-STREAM-ID to ws-file-stream-id
                   end-if
                   if (TRAN-ADD or TRAN-UPDATE or TRAN-CHANGE
                       or TRAN-DELETE)
                       and TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  RUN " ws-file-run-date
                           " STREAM " ws-file-stream-id
                           " FILE " function trim(ws-scan-fn)
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                       move TRANSACTION-RECORD to ws-tran-image
                       perform 1400-REPORT-TRAN-IMAGE
                   end-if
           end-read.

      * the pending file and the reject queue are live only: they are
      * rewritten every run. the history of the parked record is on
      * each run's SUMM.RPT pending inventory, and a reject that aged
      * out of recycling is on FDSP.RPT; both are archived.
       3000-TRACE-PENDING-AND-REJECTS.
           move "2. PENDING AND REJECT HISTORY" to ws-section-heading.
           perform 1300-START-SECTION.
           move "SUMM.RPT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           move "PEND.DAT" to ws-scan-tag.
           move "N" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           move "SEQ.RPT" to ws-scan-tag.
           perform 1200-SCAN-ALL-GENERATIONS.
           move "REJ.DAT" to ws-scan-tag.
           perform 1200-SCAN-ALL-GENERATIONS.
           move "FDSP.RPT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       3100-SCAN-PENDING-FILE.
           open input TRANSACTION-FILE.
           if ws-scan-status NOT = "00"
               go to 3100-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 3110-READ-ONE-PENDING
               until ws-scan-end-of-file.
           close TRANSACTION-FILE.
       3100-EXIT.
           exit.

       3110-READ-ONE-PENDING.
           read TRANSACTION-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  STILL PENDING ON "
                           function trim(ws-scan-fn)
                           " UNTIL EFFECTIVE " TRAN-EFF-DATE
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                       move TRANSACTION-RECORD to ws-tran-image
                       perform 1400-REPORT-TRAN-IMAGE
                   end-if
           end-read.

       3300-SCAN-REJECT-FILE.
           open input REJECT-FILE.
           if ws-scan-status NOT = "00"
               go to 3300-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 3310-READ-ONE-REJECT
               until ws-scan-end-of-file.
           close REJECT-FILE.
       3300-EXIT.
           exit.

       3310-READ-ONE-REJECT.
           read REJECT-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if REJ-TRAN-IMAGE(2:6) = ws-wanted-key-x
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  QUEUED FOR RECYCLE ON "
                           function trim(ws-scan-fn)
                           " AFTER " REJ-RECYCLE-COUNT " RUNS: "
                           REJ-REASON
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                       move REJ-TRAN-IMAGE to ws-tran-image
                       perform 1400-REPORT-TRAN-IMAGE
                   end-if
           end-read.

       3500-SCAN-LINE-FILE.
           open input LINE-FILE.
           if ws-scan-status NOT = "00"
               go to 3500-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 3510-READ-ONE-LINE
               until ws-scan-end-of-file.
           close LINE-FILE.
       3500-EXIT.
           exit.

      * SUMM.RPT pending line: "  PENDING TRAN c KEY kkkkkk EFFECTIVE
      * yyyymmdd RUN yyyymmdd"; FDSP.RPT line: "RUN yyyymmdd ATTEMPTS
      * nn reason image" with the image at 57; SEQ.RPT line: "reason
      * HIGH KEY kkkkkk RECORD image" with the image at 55.
       3510-READ-ONE-LINE.
           read LINE-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   evaluate true
                       when ws-scan-tag = "SUMM.RPT"
                           and LINE-RECORD(1:15) = "  PENDING TRAN "
                           and LINE-RECORD(22:6) = ws-wanted-key-x
                           add 1 to ws-section-count
                           move spaces to REPORT-RECORD
                           string "  PARKED AT RUN "
                               LINE-RECORD(52:8)
                               " TRAN " LINE-RECORD(16:1)
                               " UNTIL EFFECTIVE "
                               LINE-RECORD(39:8)
                               " (" function trim(ws-scan-fn) ")"
                               delimited by size into REPORT-RECORD
                           write REPORT-RECORD
                       when ws-scan-tag = "FDSP.RPT"
                           and LINE-RECORD(1:4) = "RUN "
                           and LINE-RECORD(58:6) = ws-wanted-key-x
                           add 1 to ws-section-count
                           move spaces to REPORT-RECORD
                           string "  FINAL DISPOSITION RUN "
                               LINE-RECORD(5:8)
                               " AFTER " LINE-RECORD(23:2)
                               " ATTEMPTS: " LINE-RECORD(26:30)
                               delimited by size into REPORT-RECORD
                           write REPORT-RECORD
                           move LINE-RECORD(57:48) to ws-tran-image
                           perform 1400-REPORT-TRAN-IMAGE
                       when ws-scan-tag = "SEQ.RPT"
                           and LINE-RECORD(31:10) = " HIGH KEY "
                           and LINE-RECORD(56:6) = ws-wanted-key-x
                           add 1 to ws-section-count
                           move spaces to REPORT-RECORD
                           string "  KEY-SEQUENCE OFFENDER ON "
                               function trim(ws-scan-fn)
                               ": " LINE-RECORD(1:30)
                               delimited by size into REPORT-RECORD
                           write REPORT-RECORD
                           move LINE-RECORD(55:48) to ws-tran-image
                           perform 1400-REPORT-TRAN-IMAGE
                   end-evaluate
           end-read.

       4000-TRACE-MOVE-EVENTS.
           move "3. FIELD MOVE EVENTS" to ws-section-heading.
           perform 1300-START-SECTION.
           move "HIST.DAT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       4100-SCAN-MOVE-EVENT-FILE.
           open input MOVE-EVENT-FILE.
           if ws-scan-status NOT = "00"
               go to 4100-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 4110-READ-ONE-MOVE-EVENT
               until ws-scan-end-of-file.
           close MOVE-EVENT-FILE.
       4100-EXIT.
           exit.

       4110-READ-ONE-MOVE-EVENT.
           read MOVE-EVENT-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if MEVT-TRAN-KEY numeric
                       and MEVT-TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  RUN " MEVT-RUN-DATE
                           " STREAM " MEVT-STREAM-ID
                           " " MEVT-SOURCE-FIELD-NAME
                           " TO " MEVT-TARGET-FIELD-NAME
                           " BEFORE " MEVT-BEFORE-VALUE
                           " AFTER " MEVT-AFTER-VALUE
                           " AT " MEVT-TIMESTAMP(1:14)
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                   end-if
           end-read.

       5000-TRACE-RECONCILIATION.
           move "4. RECONCILIATION RESULTS" to ws-section-heading.
           perform 1300-START-SECTION.
           move "RECN.DAT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       5100-SCAN-RECON-FILE.
           open input RECON-FILE.
           if ws-scan-status NOT = "00"
               go to 5100-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 5110-READ-ONE-RECON
               until ws-scan-end-of-file.
           close RECON-FILE.
       5100-EXIT.
           exit.

       5110-READ-ONE-RECON.
           read RECON-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if RECN-TRAN-KEY numeric
                       and RECN-TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  RUN " RECN-RUN-DATE
                           " STREAM " RECN-STREAM-ID
                           " " RECN-TARGET-NAME
                           " " RECN-TARGET-VALUE
                           " VS " RECN-SOURCE-NAME
                           " " RECN-SOURCE-VALUE
                           " " RECN-STATUS
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                   end-if
           end-read.

      * hskeep does not archive DINT.DAT, so only the live file is
      * traced for data-integrity exceptions.
       6000-TRACE-EXCEPTIONS.
           move "5. TRUNCATION AND DATA-INTEGRITY EXCEPTIONS"
               to ws-section-heading.
           perform 1300-START-SECTION.
           move "EXCP.DAT" to ws-scan-tag.
           move "Y" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           move "DINT.DAT" to ws-scan-tag.
           move "N" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       6100-SCAN-EXCEPTION-FILE.
           open input EXCEPTION-FILE.
           if ws-scan-status NOT = "00"
               go to 6100-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 6110-READ-ONE-EXCEPTION
               until ws-scan-end-of-file.
           close EXCEPTION-FILE.
       6100-EXIT.
           exit.

       6110-READ-ONE-EXCEPTION.
           read EXCEPTION-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if EXCP-TRAN-KEY numeric
                       and EXCP-TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  RUN " EXCP-RUN-DATE
                           " STREAM " EXCP-STREAM-ID
                           " TRUNCATED " EXCP-FIELD-NAME
                           " FROM " EXCP-SOURCE-VALUE
                           " TO " EXCP-TRUNCATED-VALUE
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                   end-if
           end-read.

       6300-SCAN-DATAINTEG-FILE.
           open input DATAINTEG-FILE.
           if ws-scan-status NOT = "00"
               go to 6300-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 6310-READ-ONE-DATAINTEG
               until ws-scan-end-of-file.
           close DATAINTEG-FILE.
       6300-EXIT.
           exit.

       6310-READ-ONE-DATAINTEG.
           read DATAINTEG-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if DINT-TRAN-KEY numeric
                       and DINT-TRAN-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       move spaces to REPORT-RECORD
                       string "  RUN " DINT-RUN-DATE
                           " STREAM " DINT-STREAM-ID
                           " INTEGRITY " DINT-FIELD-NAME
                           " VALUE " DINT-SOURCE-VALUE
                           " " DINT-ERROR-DESC
                           delimited by size into REPORT-RECORD
                       write REPORT-RECORD
                   end-if
           end-read.

       7000-TRACE-JOURNAL.
           move "6. MASTER BEFORE AND AFTER IMAGES"
               to ws-section-heading.
           perform 1300-START-SECTION.
           move "JRNL.DAT" to ws-scan-tag.
           move "N" to ws-scan-archived.
           perform 1200-SCAN-ALL-GENERATIONS.
           perform 1310-END-SECTION.

       7100-SCAN-JOURNAL-FILE.
           open input JOURNAL-FILE.
           if ws-scan-status NOT = "00"
               go to 7100-EXIT
           end-if.
           add 1 to ws-files-read.
           perform 7110-READ-ONE-JOURNAL
               until ws-scan-end-of-file.
           close JOURNAL-FILE.
       7100-EXIT.
           exit.

       7110-READ-ONE-JOURNAL.
           read JOURNAL-FILE
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if JRNL-MSTR-KEY = ws-wanted-key
                       add 1 to ws-section-count
                       perform 7120-REPORT-ONE-CHANGE
                   end-if
           end-read.

       7120-REPORT-ONE-CHANGE.
           move spaces to REPORT-RECORD.
           string "  RUN " JRNL-RUN-DATE
               " STREAM " JRNL-STREAM-ID
               " TRAN " JRNL-TRAN-CODE
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           if JRNL-BEFORE-IMAGE = spaces
               move spaces to REPORT-RECORD
               string "    BEFORE (NOT ON MASTER)"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           else
               move "BEFORE" to ws-image-label
               move JRNL-BEFORE-IMAGE to ws-image-work
               perform 7130-REPORT-ONE-IMAGE
           end-if.
           if JRNL-AFTER-IMAGE = spaces
               move spaces to REPORT-RECORD
               string "    AFTER  (DELETED FROM MASTER)"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           else
               move "AFTER " to ws-image-label
               move JRNL-AFTER-IMAGE to ws-image-work
               perform 7130-REPORT-ONE-IMAGE
           end-if.

       7130-REPORT-ONE-IMAGE.
           move spaces to REPORT-RECORD.
           string "    " ws-image-label
               " NUM1 " ws-img-num1
               " NUM2 " ws-img-num2
               " NUM3 " ws-img-num3
               " STR1 " ws-img-str1
               " STR2 " ws-img-str2
               " STR3 " ws-img-str3
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

       8000-TERMINATE.
           move spaces to REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
           string "ENTRIES LISTED: " ws-total-count
               " FROM " ws-files-read " FILES READ"
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           close TRACE-REPORT.
           display "TRCRPT: " ws-total-count " ENTRIES FOR KEY "
               ws-wanted-key " TO " ws-report-fn.
