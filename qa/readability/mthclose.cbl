      * month-end close for one stream: freezes a copy of the prefix
      * MSTR.DAT master as of the stream's last balanced run (the
      * prefix BAL.DAT run date) into the dated generation prefix
      * MSTR.DAT.yyyymmdd.ARC, registers it on the prefix ARCX.DAT
      * archive index under the tag MSTR.DAT so hskeep keeps it under
      * its own long retention, and records the close - period, as-of
      * date, generation, record count and NUM1/NUM2 hashes - on the
      * prefix CLOS.DAT close register. the period's adds, updates,
      * changes and deletes are summarized from the prefix JRNL.DAT
      * journal with their NUM1/NUM2 net changes, and the opening
      * position (an earlier close) plus that activity is reconciled
      * to this close's count and hashes on the prefix CLOS.RPT
      * report, any difference flagged as a PERIOD BREAK. the
      * comparison base is the last earlier close unless the
      * operator names any earlier closed period; with no earlier
      * close the opening position is zero and all journaled
      * activity counts. a blocked stream cannot be closed, and a
      * period already followed by a later close cannot be re-closed.
      * caller supplies the file prefix (blank defaults to "PROG").
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 mthclose.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC ws-master-fn
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MSTR-KEY
               FILE STATUS IS ws-master-status.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC ws-generation-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-generation-status.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC ws-balance-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-balance-status.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC ws-journal-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC ws-index-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT CLOSE-FILE ASSIGN TO DYNAMIC ws-close-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-close-status.
           SELECT CLOSE-REPORT ASSIGN TO DYNAMIC ws-report-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MASTER-FILE.
           COPY "mstrec.cpy".

       FD  GENERATION-FILE.
       01  GENERATION-RECORD       pic x(39).

       FD  BALANCE-FILE.
           COPY "balrec.cpy".

       FD  JOURNAL-FILE.
           COPY "mstjrnl.cpy".

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05 ARCX-TAG              pic x(8).
           05 ARCX-ARCHIVE-FN       pic x(30).
           05 ARCX-DATE             pic 9(8).
           05 ARCX-COUNT            pic 9(9).

      * one entry per closed period, in period order.
       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           05 CLOS-PERIOD           pic 9(6).
           05 CLOS-AS-OF-DATE       pic 9(8).
           05 CLOS-GENERATION-FN    pic x(30).
           05 CLOS-RECORD-COUNT     pic 9(9).
           05 CLOS-NUM1-HASH        pic 9(11).
           05 CLOS-NUM2-HASH        pic 9(13).
           05 CLOS-BASE-PERIOD      pic 9(6).
           05 CLOS-BREAK-FLAG       pic x(1).
           05 CLOS-CLOSED-DATE      pic 9(8).

       FD  CLOSE-REPORT.
       01  REPORT-RECORD           pic x(120).

       working-storage section.
       01 ws-master-status pic x(2).
       01 ws-generation-status pic x(2).
       01 ws-balance-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-index-status pic x(2).
       01 ws-close-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-master-fn pic x(20).
       01 ws-generation-fn pic x(30).
       01 ws-balance-fn pic x(20).
       01 ws-journal-fn pic x(20).
       01 ws-index-fn pic x(20).
       01 ws-close-fn pic x(20).
       01 ws-report-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-current-date pic 9(8).
       01 ws-answer pic x(6).
       01 ws-as-of-date pic 9(8) value zero.
       01 ws-period pic 9(6).
       01 ws-period-parts redefines ws-period.
           05 ws-period-year pic 9(4).
           05 ws-period-month pic 9(2).
       01 ws-master-eof pic x value "N".
           88 ws-master-end-of-file value "Y".
       01 ws-journal-eof pic x value "N".
           88 ws-journal-end-of-file value "Y".
       01 ws-index-eof pic x value "N".
           88 ws-index-end-of-file value "Y".
       01 ws-close-eof pic x value "N".
           88 ws-close-end-of-file value "Y".
       01 ws-copy-fail pic x value "N".
           88 ws-copy-failed value "Y".
       01 ws-close-table.
           05 ws-close-entry occurs 200 times indexed by cls-idx.
               10 ws-cls-period pic 9(6).
               10 ws-cls-as-of-date pic 9(8).
               10 ws-cls-generation-fn pic x(30).
               10 ws-cls-count pic 9(9).
               10 ws-cls-num1-hash pic 9(11).
               10 ws-cls-num2-hash pic 9(13).
               10 ws-cls-base-period pic 9(6).
               10 ws-cls-break pic x(1).
               10 ws-cls-closed-date pic 9(8).
       01 ws-close-count pic 9(3) value zero.
       01 ws-close-sub pic 9(3).
       01 ws-this-sub pic 9(3).
       01 ws-base-sub pic 9(3).
       01 ws-later-period pic 9(6).
       01 ws-index-table.
           05 ws-index-entry occurs 500 times indexed by arcx-idx.
               10 ws-arcx-tag pic x(8).
               10 ws-arcx-archive-fn pic x(30).
               10 ws-arcx-date pic 9(8).
               10 ws-arcx-count pic 9(9).
       01 ws-index-count pic 9(3) value zero.
       01 ws-entry-sub pic 9(3).
       01 ws-found-sub pic 9(3).
      * the opening position: the base close, or zero when there is
      * no earlier close.
       01 ws-base-period pic 9(6) value zero.
       01 ws-base-as-of-date pic 9(8) value zero.
       01 ws-open-count pic 9(9) value zero.
       01 ws-open-num1-hash pic 9(11) value zero.
       01 ws-open-num2-hash pic 9(13) value zero.
      * the frozen generation as copied.
       01 ws-close-count-total pic 9(9) value zero.
       01 ws-close-num1-hash pic 9(11) value zero.
       01 ws-close-num2-hash pic 9(13) value zero.
      * the period's activity, one slot per change type in the order
      * add, update, change, delete.
       01 ws-type-code-values pic x(4) value "AUCD".
       01 ws-type-code-table redefines ws-type-code-values.
           05 ws-type-code pic x(1) occurs 4 times.
       01 ws-type-name-values.
           05 filler pic x(7) value "ADDS".
           05 filler pic x(7) value "UPDATES".
           05 filler pic x(7) value "CHANGES".
           05 filler pic x(7) value "DELETES".
       01 ws-type-name-table redefines ws-type-name-values.
           05 ws-type-name pic x(7) occurs 4 times.
       01 ws-activity-table.
           05 ws-activity-entry occurs 4 times.
               10 ws-act-count pic 9(9).
               10 ws-act-num1-net pic s9(13).
               10 ws-act-num2-net pic s9(15).
       01 ws-type-sub pic 9(1).
       01 ws-other-count pic 9(9) value zero.
       01 ws-total-count pic 9(9) value zero.
       01 ws-total-num1-net pic s9(13) value zero.
       01 ws-total-num2-net pic s9(15) value zero.
       01 ws-image-work.
           05 ws-img-key pic 9(6).
           05 ws-img-num1 pic 9(5).
           05 ws-img-num2 pic 9(7).
           05 ws-img-num3 pic 9(3).
           05 ws-img-str1 pic x(5).
           05 ws-img-str2 pic x(10).
           05 ws-img-str3 pic x(3).
       01 ws-expected-count pic s9(11).
       01 ws-expected-num1-hash pic s9(13).
       01 ws-expected-num2-hash pic s9(15).
       01 ws-break-flag pic x value "N".
           88 ws-period-break value "Y".
       01 ws-edit-count pic -(10)9.
       01 ws-edit-num1 pic -(12)9.
       01 ws-edit-num2 pic -(14)9.

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-FREEZE-MASTER.
           perform 3000-SUMMARIZE-ACTIVITY.
           perform 4000-RECONCILE-PERIOD.
           perform 5000-REGISTER-CLOSE.
           perform 6000-TERMINATE.
           stop run.

       1000-INITIALIZE.
           accept ws-current-date from date yyyymmdd.
           display "MTHCLOSE: ENTER FILE PREFIX (BLANK FOR PROG)".
           accept ws-file-prefix.
           if ws-file-prefix = spaces
               move "PROG" to ws-file-prefix
           end-if.
           perform 1100-BUILD-FILE-NAMES.
           perform 1200-READ-BALANCE.
           perform 1300-LOAD-CLOSE-REGISTER.
           perform 1400-ACCEPT-PERIOD.
           perform 1500-CHOOSE-BASE.

       1100-BUILD-FILE-NAMES.
           move spaces to ws-master-fn.
           string function trim(ws-file-prefix) delimited by size
               "MSTR.DAT" delimited by size
               into ws-master-fn.
           move spaces to ws-balance-fn.
           string function trim(ws-file-prefix) delimited by size
               "BAL.DAT" delimited by size
               into ws-balance-fn.
           move spaces to ws-journal-fn.
           string function trim(ws-file-prefix) delimited by size
               "JRNL.DAT" delimited by size
               into ws-journal-fn.
           move spaces to ws-index-fn.
           string function trim(ws-file-prefix) delimited by size
               "ARCX.DAT" delimited by size
               into ws-index-fn.
           move spaces to ws-close-fn.
           string function trim(ws-file-prefix) delimited by size
               "CLOS.DAT" delimited by size
               into ws-close-fn.
           move spaces to ws-report-fn.
           string function trim(ws-file-prefix) delimited by size
               "CLOS.RPT" delimited by size
               into ws-report-fn.

      * the master stands as of the last balanced run; a stream held
      * by a proof break has no trustworthy position to close on.
       1200-READ-BALANCE.
           open input BALANCE-FILE.
           if ws-balance-status = "00"
               read BALANCE-FILE
                   at end
                       continue
                   not at end
                       if BAL-RUN-DATE numeric
                           move BAL-RUN-DATE to ws-as-of-date
                       end-if
                       if BAL-BLOCK-FLAG = "Y"
                           display "MTHCLOSE: stream is blocked by a "
                               "proof break - clear it with balclr "
                               "before closing"
                           move 16 to return-code
                           stop run
                       end-if
               end-read
               close BALANCE-FILE
           end-if.
           if ws-as-of-date = zero
               display "MTHCLOSE: no balanced run on " ws-balance-fn
                   " - nothing to close"
               move 16 to return-code
               stop run
           end-if.

       1300-LOAD-CLOSE-REGISTER.
           open input CLOSE-FILE.
           if ws-close-status NOT = "00"
               move "Y" to ws-close-eof
           end-if.
           perform 1310-LOAD-ONE-CLOSE
               until ws-close-end-of-file.
           if ws-close-status = "10" or ws-close-status = "00"
               close CLOSE-FILE
           end-if.

       1310-LOAD-ONE-CLOSE.
           read CLOSE-FILE
               at end
                   move "Y" to ws-close-eof
               not at end
                   if ws-close-count < 200
                       add 1 to ws-close-count
                       set cls-idx to ws-close-count
                       move CLOS-PERIOD to ws-cls-period(cls-idx)
                       move CLOS-AS-OF-DATE
                           to ws-cls-as-of-date(cls-idx)
                       move CLOS-GENERATION-FN
                           to ws-cls-generation-fn(cls-idx)
                       move CLOS-RECORD-COUNT to ws-cls-count(cls-idx)
                       move CLOS-NUM1-HASH
                           to ws-cls-num1-hash(cls-idx)
                       move CLOS-NUM2-HASH
                           to ws-cls-num2-hash(cls-idx)
                       move CLOS-BASE-PERIOD
                           to ws-cls-base-period(cls-idx)
                       move CLOS-BREAK-FLAG to ws-cls-break(cls-idx)
                       move CLOS-CLOSED-DATE
                           to ws-cls-closed-date(cls-idx)
                   else
                       display "MTHCLOSE: close register full, "
                           "period " CLOS-PERIOD " not loaded"
                   end-if
           end-read.

      * a re-close of the latest period replaces its register entry;
      * a period with a later close after it stays as closed. a
      * period after the as-of month cannot be closed at all.
       1400-ACCEPT-PERIOD.
           display "MTHCLOSE: CLOSE PERIOD (YYYYMM, BLANK FOR "
               ws-as-of-date(1:6) ")".
           accept ws-answer.
           if ws-answer = spaces
               move ws-as-of-date(1:6) to ws-answer
           end-if.
           if ws-answer NOT numeric
               display "MTHCLOSE: NOT A 6-DIGIT PERIOD"
               move 16 to return-code
               stop run
           end-if.
           move ws-answer to ws-period.
           if ws-period-month < 01 or ws-period-month > 12
               display "MTHCLOSE: " ws-period " IS NOT A MONTH"
               move 16 to return-code
               stop run
           end-if.
           if ws-period > ws-as-of-date(1:6)
               display "MTHCLOSE: PERIOD " ws-period " IS AFTER THE "
                   "AS-OF DATE " ws-as-of-date " - NOT CLOSED"
               move 16 to return-code
               stop run
           end-if.
           if ws-period < ws-as-of-date(1:6)
               display "MTHCLOSE: WARNING - PERIOD " ws-period
                   " ENDED BEFORE THE AS-OF DATE " ws-as-of-date
               display "MTHCLOSE: THE FROZEN GENERATION IS AS OF "
                   ws-as-of-date ", NOT THE PERIOD END"
           end-if.
           move zero to ws-this-sub.
           move zero to ws-later-period.
           perform 1410-CHECK-ONE-CLOSED-PERIOD
               varying ws-close-sub from 1 by 1
               until ws-close-sub > ws-close-count.
           if ws-later-period > zero
               display "MTHCLOSE: LATER PERIOD " ws-later-period
                   " IS ALREADY CLOSED - " ws-period
                   " CANNOT BE CLOSED NOW"
               move 16 to return-code
               stop run
           end-if.
           if ws-this-sub > zero
               display "MTHCLOSE: PERIOD " ws-period
                   " WAS CLOSED BEFORE - THIS CLOSE REPLACES IT"
           end-if.

       1410-CHECK-ONE-CLOSED-PERIOD.
           set cls-idx to ws-close-sub.
           if ws-cls-period(cls-idx) = ws-period
               move ws-close-sub to ws-this-sub
           end-if.
           if ws-cls-period(cls-idx) > ws-period
               move ws-cls-period(cls-idx) to ws-later-period
           end-if.

       1500-CHOOSE-BASE.
           display "MTHCLOSE: COMPARE WITH CLOSED PERIOD (YYYYMM, "
               "BLANK FOR THE LAST CLOSE)".
           accept ws-answer.
           move zero to ws-base-sub.
           if ws-answer = spaces
               perform 1510-FIND-LAST-CLOSE
                   varying ws-close-sub from 1 by 1
                   until ws-close-sub > ws-close-count
           else
               if ws-answer NOT numeric
                   display "MTHCLOSE: NOT A 6-DIGIT PERIOD"
                   move 16 to return-code
                   stop run
               end-if
               move ws-answer to ws-base-period
               perform 1520-FIND-NAMED-CLOSE
                   varying ws-close-sub from 1 by 1
                   until ws-close-sub > ws-close-count
               if ws-base-sub = zero
                   display "MTHCLOSE: NO EARLIER CLOSE FOR PERIOD "
                       ws-base-period
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           move zero to ws-base-period.
           if ws-base-sub > zero
               set cls-idx to ws-base-sub
               move ws-cls-period(cls-idx) to ws-base-period
               move ws-cls-as-of-date(cls-idx) to ws-base-as-of-date
               move ws-cls-count(cls-idx) to ws-open-count
               move ws-cls-num1-hash(cls-idx) to ws-open-num1-hash
               move ws-cls-num2-hash(cls-idx) to ws-open-num2-hash
           end-if.
           if ws-base-as-of-date >= ws-as-of-date
               display "MTHCLOSE: PERIOD " ws-base-period
                   " WAS CLOSED AS OF " ws-base-as-of-date
                   " - NO RUN SINCE TO CLOSE ON"
               move 16 to return-code
               stop run
           end-if.

       1510-FIND-LAST-CLOSE.
           set cls-idx to ws-close-sub.
           if ws-cls-period(cls-idx) < ws-period
               move ws-close-sub to ws-base-sub
           end-if.

       1520-FIND-NAMED-CLOSE.
           set cls-idx to ws-close-sub.
           if ws-cls-period(cls-idx) = ws-base-period
               and ws-base-period < ws-period
               move ws-close-sub to ws-base-sub
           end-if.

      ******************************************************
      * freeze the master as a dated generation
      ******************************************************
       2000-FREEZE-MASTER.
           open input MASTER-FILE.
           if ws-master-status NOT = "00"
               display "MTHCLOSE: cannot open " ws-master-fn
                   ", status " ws-master-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to ws-generation-fn.
           string function trim(ws-file-prefix) delimited by size
               "MSTR.DAT." delimited by size
               ws-as-of-date delimited by size
               ".ARC" delimited by size
               into ws-generation-fn.
           open output GENERATION-FILE.
           if ws-generation-status NOT = "00"
               display "MTHCLOSE: cannot create " ws-generation-fn
                   ", status " ws-generation-status
               close MASTER-FILE
               move 16 to return-code
               stop run
           end-if.
           move zero to MSTR-KEY.
           start MASTER-FILE key NOT < MSTR-KEY
               invalid key
                   move "Y" to ws-master-eof
           end-start.
           perform 2100-COPY-ONE-RECORD
               until ws-master-end-of-file.
           close GENERATION-FILE.
           close MASTER-FILE.
           if ws-copy-failed
               display "MTHCLOSE: " ws-generation-fn
                   " incomplete - period not closed"
               move 16 to return-code
               stop run
           end-if.

       2100-COPY-ONE-RECORD.
           read MASTER-FILE next
               at end
                   move "Y" to ws-master-eof
               not at end
                   move MASTER-RECORD to GENERATION-RECORD
                   write GENERATION-RECORD
                   if ws-generation-status NOT = "00"
                       display "MTHCLOSE: write failed on "
                           ws-generation-fn ", status "
                           ws-generation-status
                       move "Y" to ws-copy-fail
                       move "Y" to ws-master-eof
                   else
                       add 1 to ws-close-count-total
                       add MSTR-NUM1 to ws-close-num1-hash
                       add MSTR-NUM2 to ws-close-num2-hash
                   end-if
           end-read.

      ******************************************************
      * the period's journaled activity: run dates after the
      * base close through this close's as-of date
      ******************************************************
       3000-SUMMARIZE-ACTIVITY.
           perform 3010-CLEAR-ONE-TYPE
               varying ws-type-sub from 1 by 1
               until ws-type-sub > 4.
           open input JOURNAL-FILE.
           if ws-journal-status NOT = "00"
               move "Y" to ws-journal-eof
           end-if.
           perform 3100-SUMMARIZE-ONE-ENTRY
               until ws-journal-end-of-file.
           if ws-journal-status = "10" or ws-journal-status = "00"
               close JOURNAL-FILE
           end-if.

       3010-CLEAR-ONE-TYPE.
           move zero to ws-act-count(ws-type-sub).
           move zero to ws-act-num1-net(ws-type-sub).
           move zero to ws-act-num2-net(ws-type-sub).

      * each entry moves the hashes by its after image less its
      * before image; an add has no before image and a delete no
      * after image.
       3100-SUMMARIZE-ONE-ENTRY.
           read JOURNAL-FILE
               at end
                   move "Y" to ws-journal-eof
               not at end
                   if JRNL-RUN-DATE > ws-base-as-of-date
                       and JRNL-RUN-DATE <= ws-as-of-date
                       move zero to ws-type-sub
                       perform 3110-MATCH-ONE-TYPE
                           varying ws-entry-sub from 1 by 1
                           until ws-entry-sub > 4
                       if ws-type-sub = zero
                           add 1 to ws-other-count
                       else
                           perform 3120-ADD-ONE-CHANGE
                       end-if
                   end-if
           end-read.

       3110-MATCH-ONE-TYPE.
           if ws-type-code(ws-entry-sub) = JRNL-TRAN-CODE
               move ws-entry-sub to ws-type-sub
           end-if.

       3120-ADD-ONE-CHANGE.
           add 1 to ws-act-count(ws-type-sub).
           if JRNL-AFTER-IMAGE NOT = spaces
               move JRNL-AFTER-IMAGE to ws-image-work
               add ws-img-num1 to ws-act-num1-net(ws-type-sub)
               add ws-img-num2 to ws-act-num2-net(ws-type-sub)
           end-if.
           if JRNL-BEFORE-IMAGE NOT = spaces
               move JRNL-BEFORE-IMAGE to ws-image-work
               subtract ws-img-num1 from ws-act-num1-net(ws-type-sub)
               subtract ws-img-num2 from ws-act-num2-net(ws-type-sub)
           end-if.

      ******************************************************
      * opening plus activity against the frozen closing
      ******************************************************
       4000-RECONCILE-PERIOD.
           open output CLOSE-REPORT.
           move spaces to REPORT-RECORD.
           string "MONTH-END CLOSE - " function trim(ws-file-prefix)
               " PERIOD " ws-period
               " AS OF " ws-as-of-date
               " TAKEN " ws-current-date
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
           string "FROZEN GENERATION " function trim(ws-generation-fn)
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
           if ws-base-sub = zero
               string "OPENING POSITION: NO EARLIER CLOSE - ZERO"
                   delimited by size into REPORT-RECORD
           else
               string "OPENING POSITION: CLOSE OF PERIOD "
                   ws-base-period " AS OF " ws-base-as-of-date
                   delimited by size into REPORT-RECORD
           end-if.
           write REPORT-RECORD.
           move ws-open-count to ws-edit-count.
           move ws-open-num1-hash to ws-edit-num1.
           move ws-open-num2-hash to ws-edit-num2.
           perform 4300-WRITE-POSITION-LINE.
           move spaces to REPORT-RECORD.
           string "ACTIVITY: JOURNAL RUN DATES AFTER "
               ws-base-as-of-date " THROUGH " ws-as-of-date
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move zero to ws-total-count.
           move zero to ws-total-num1-net.
           move zero to ws-total-num2-net.
           perform 4100-WRITE-ONE-ACTIVITY-LINE
               varying ws-type-sub from 1 by 1
               until ws-type-sub > 4.
           if ws-other-count > zero
               move spaces to REPORT-RECORD
               string "  UNKNOWN CHANGE TYPE ON JOURNAL, NOT COUNTED: "
                   ws-other-count
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.
           compute ws-expected-count = ws-open-count
               + ws-act-count(1) - ws-act-count(4).
           compute ws-expected-num1-hash =
               ws-open-num1-hash + ws-total-num1-net.
           compute ws-expected-num2-hash =
               ws-open-num2-hash + ws-total-num2-net.
           move spaces to REPORT-RECORD.
           move "EXPECTED CLOSING (OPENING PLUS ACTIVITY)"
               to REPORT-RECORD.
           write REPORT-RECORD.
           move ws-expected-count to ws-edit-count.
           move ws-expected-num1-hash to ws-edit-num1.
           move ws-expected-num2-hash to ws-edit-num2.
           perform 4300-WRITE-POSITION-LINE.
           move spaces to REPORT-RECORD.
           move "ACTUAL CLOSING (FROZEN GENERATION)" to REPORT-RECORD.
           write REPORT-RECORD.
           move ws-close-count-total to ws-edit-count.
           move ws-close-num1-hash to ws-edit-num1.
           move ws-close-num2-hash to ws-edit-num2.
           perform 4300-WRITE-POSITION-LINE.
           perform 4200-TEST-PERIOD-BREAK.

       4100-WRITE-ONE-ACTIVITY-LINE.
           add ws-act-count(ws-type-sub) to ws-total-count.
           add ws-act-num1-net(ws-type-sub) to ws-total-num1-net.
           add ws-act-num2-net(ws-type-sub) to ws-total-num2-net.
           move ws-act-num1-net(ws-type-sub) to ws-edit-num1.
           move ws-act-num2-net(ws-type-sub) to ws-edit-num2.
           move spaces to REPORT-RECORD.
           string "  " ws-type-name(ws-type-sub)
               " " ws-act-count(ws-type-sub)
               "  NUM1 NET " ws-edit-num1
               "  NUM2 NET " ws-edit-num2
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

       4200-TEST-PERIOD-BREAK.
           if ws-expected-count NOT = ws-close-count-total
               move "Y" to ws-break-flag
               move spaces to REPORT-RECORD
               string "PERIOD BREAK: RECORD COUNT DIFFERS"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.
           if ws-expected-num1-hash NOT = ws-close-num1-hash
               move "Y" to ws-break-flag
               move spaces to REPORT-RECORD
               string "PERIOD BREAK: NUM1 HASH DIFFERS"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.
           if ws-expected-num2-hash NOT = ws-close-num2-hash
               move "Y" to ws-break-flag
               move spaces to REPORT-RECORD
               string "PERIOD BREAK: NUM2 HASH DIFFERS"
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.
           if not ws-period-break
               move spaces to REPORT-RECORD
               move "PERIOD RECONCILED - NO BREAK" to REPORT-RECORD
               write REPORT-RECORD
           end-if.

       4300-WRITE-POSITION-LINE.
           move spaces to REPORT-RECORD.
           string "  RECORDS " ws-edit-count
               "  NUM1 HASH " ws-edit-num1
               "  NUM2 HASH " ws-edit-num2
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

      ******************************************************
      * register the generation and the close
      ******************************************************
       5000-REGISTER-CLOSE.
           perform 5100-REGISTER-GENERATION.
           if ws-this-sub = zero
               if ws-close-count < 200
                   add 1 to ws-close-count
                   move ws-close-count to ws-this-sub
               else
                   display "MTHCLOSE: close register full, period "
                       ws-period " not registered"
               end-if
           end-if.
           if ws-this-sub > zero
               set cls-idx to ws-this-sub
               move ws-period to ws-cls-period(cls-idx)
               move ws-as-of-date to ws-cls-as-of-date(cls-idx)
               move ws-generation-fn to ws-cls-generation-fn(cls-idx)
               move ws-close-count-total to ws-cls-count(cls-idx)
               move ws-close-num1-hash to ws-cls-num1-hash(cls-idx)
               move ws-close-num2-hash to ws-cls-num2-hash(cls-idx)
               move ws-base-period to ws-cls-base-period(cls-idx)
               move ws-break-flag to ws-cls-break(cls-idx)
               move ws-current-date to ws-cls-closed-date(cls-idx)
           end-if.
           open output CLOSE-FILE.
           if ws-close-status NOT = "00"
               display "MTHCLOSE: cannot write " ws-close-fn
                   ", status " ws-close-status
               move 16 to return-code
           else
               perform 5200-WRITE-ONE-CLOSE
                   varying ws-close-sub from 1 by 1
                   until ws-close-sub > ws-close-count
               close CLOSE-FILE
           end-if.

      * a re-close of the same as-of date rewrote the same generation
      * file, so its index entry is brought up to date rather than
      * entered twice.
       5100-REGISTER-GENERATION.
           open input INDEX-FILE.
           if ws-index-status NOT = "00"
               move "Y" to ws-index-eof
           end-if.
           perform 5110-LOAD-ONE-INDEX-ENTRY
               until ws-index-end-of-file.
           if ws-index-status = "10" or ws-index-status = "00"
               close INDEX-FILE
           end-if.
           move zero to ws-found-sub.
           perform 5120-MATCH-ONE-INDEX-ENTRY
               varying ws-entry-sub from 1 by 1
               until ws-entry-sub > ws-index-count.
           if ws-found-sub = zero
               if ws-index-count < 500
                   add 1 to ws-index-count
                   move ws-index-count to ws-found-sub
               else
                   display "MTHCLOSE: archive index full, cannot "
                       "record " ws-generation-fn
               end-if
           end-if.
           if ws-found-sub > zero
               set arcx-idx to ws-found-sub
               move "MSTR.DAT" to ws-arcx-tag(arcx-idx)
               move ws-generation-fn to ws-arcx-archive-fn(arcx-idx)
               move ws-current-date to ws-arcx-date(arcx-idx)
               move ws-close-count-total to ws-arcx-count(arcx-idx)
           end-if.
           open output INDEX-FILE.
           perform 5130-WRITE-ONE-INDEX-ENTRY
               varying ws-entry-sub from 1 by 1
               until ws-entry-sub > ws-index-count.
           close INDEX-FILE.

       5110-LOAD-ONE-INDEX-ENTRY.
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
                       move ARCX-DATE to ws-arcx-date(arcx-idx)
                       move ARCX-COUNT to ws-arcx-count(arcx-idx)
                   else
                       display "MTHCLOSE: archive index full, entry "
                           "dropped: " ARCX-ARCHIVE-FN
                   end-if
           end-read.

       5120-MATCH-ONE-INDEX-ENTRY.
           set arcx-idx to ws-entry-sub.
           if ws-arcx-archive-fn(arcx-idx) = ws-generation-fn
               move ws-entry-sub to ws-found-sub
           end-if.

       5130-WRITE-ONE-INDEX-ENTRY.
           set arcx-idx to ws-entry-sub.
           move ws-arcx-tag(arcx-idx) to ARCX-TAG.
           move ws-arcx-archive-fn(arcx-idx) to ARCX-ARCHIVE-FN.
           move ws-arcx-date(arcx-idx) to ARCX-DATE.
           move ws-arcx-count(arcx-idx) to ARCX-COUNT.
           write INDEX-RECORD.

       5200-WRITE-ONE-CLOSE.
           set cls-idx to ws-close-sub.
           move ws-cls-period(cls-idx) to CLOS-PERIOD.
           move ws-cls-as-of-date(cls-idx) to CLOS-AS-OF-DATE.
           move ws-cls-generation-fn(cls-idx) to CLOS-GENERATION-FN.
           move ws-cls-count(cls-idx) to CLOS-RECORD-COUNT.
           move ws-cls-num1-hash(cls-idx) to CLOS-NUM1-HASH.
           move ws-cls-num2-hash(cls-idx) to CLOS-NUM2-HASH.
           move ws-cls-base-period(cls-idx) to CLOS-BASE-PERIOD.
           move ws-cls-break(cls-idx) to CLOS-BREAK-FLAG.
           move ws-cls-closed-date(cls-idx) to CLOS-CLOSED-DATE.
           write CLOSE-RECORD.

       6000-TERMINATE.
           close CLOSE-REPORT.
           display "MTHCLOSE: PERIOD " ws-period " CLOSED AS OF "
               ws-as-of-date ", GENERATION " ws-generation-fn.
           if ws-period-break
               display "MTHCLOSE: PERIOD BREAK - SEE " ws-report-fn
               move 08 to return-code
           else
               display "MTHCLOSE: PERIOD RECONCILED - REPORT "
                   ws-report-fn
           end-if.
