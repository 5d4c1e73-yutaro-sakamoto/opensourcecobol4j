      * master derivation-rule integrity sweep: reads a stream's whole
      * prefix MSTR.DAT indexed master in key order and re-derives
      * each record's derived fields from its source fields the way
      * movesub's field cycle sets them - NUM3 from NUM1 (NUM1 mod
      * 1000), STR3 from STR1, NUM2 from STR1 and STR2 from NUM1 -
      * so a record left inconsistent by a bad mstbld cutover, an old
      * defect or a hand patch is found, which the trial balance's
      * counts and hashes cannot do. every broken rule of every key
      * is written with its expected and actual value to the prefix
      * INTG.RPT integrity report, followed by a count per rule.
      * the operator may have corrective transactions written for
      * all inconsistent keys or for keys chosen one by one: a "C"
      * change resupplying the key's NUM1 and STR1, so the next
      * driver run puts the record back through the field cycle and
      * every derived field is set again. they go to the prefix
      * INTC.DAT file as a balanced transaction file with header and
      * trailer, in the same way excrep writes its repairs.
      * caller supplies the file prefix (blank defaults to "PROG").
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 mstintg.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC ws-master-fn
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MSTR-KEY
               FILE STATUS IS ws-master-status.
           SELECT INTEGRITY-REPORT ASSIGN TO DYNAMIC ws-report-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
           SELECT CORRECTION-FILE ASSIGN TO DYNAMIC ws-correction-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-correction-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MASTER-FILE.
           COPY "mstrec.cpy".

       FD  INTEGRITY-REPORT.
       01  REPORT-RECORD           pic x(120).

       FD  CORRECTION-FILE.
           COPY "tranrec.cpy".

       working-storage section.
       COPY "wsfields.cpy".
       01 ws-master-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-correction-status pic x(2).
       01 ws-master-fn pic x(20).
       01 ws-report-fn pic x(20).
       01 ws-correction-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-current-date pic 9(8).
       01 ws-answer pic x(1).
           88 ws-answer-yes value "Y".
           88 ws-answer-valid values "Y" "N" " ".
       01 ws-correct-mode pic x(1).
           88 ws-correct-all value "A".
           88 ws-correct-selected value "S".
           88 ws-correct-none values "N" " ".
           88 ws-correct-mode-valid values "A" "S" "N" " ".
       01 ws-master-eof pic x value "N".
           88 ws-master-end-of-file value "Y".
       01 ws-key-flag pic x(1).
           88 ws-key-inconsistent value "Y".
      * the record as read, with the derived NUM fields viewed as
      * characters so a field holding non-digits still compares.
       01 ws-actual-image.
           05 ws-act-key pic 9(6).
           05 ws-act-num1 pic 9(5).
           05 ws-act-num2-x pic x(7).
           05 ws-act-num3-x pic x(3).
           05 ws-act-str1 pic x(5).
           05 ws-act-str2 pic x(10).
           05 ws-act-str3 pic x(3).
       01 ws-expected-values.
           05 ws-exp-num2 pic 9(7).
           05 ws-exp-num2-x redefines ws-exp-num2 pic x(7).
           05 ws-exp-num3 pic 9(3).
           05 ws-exp-num3-x redefines ws-exp-num3 pic x(3).
           05 ws-exp-str2 pic x(10).
           05 ws-exp-str3 pic x(3).
       01 ws-expected-text pic x(10).
       01 ws-actual-text pic x(10).
      * one slot per derivation rule, in the order they are checked.
       01 ws-rule-name-values.
           05 filler pic x(24) value "NUM3 FROM NUM1 MOD 1000".
           05 filler pic x(24) value "STR3 FROM STR1".
           05 filler pic x(24) value "NUM2 FROM STR1".
           05 filler pic x(24) value "STR2 FROM NUM1".
       01 ws-rule-name-table redefines ws-rule-name-values.
           05 ws-rule-name pic x(24) occurs 4 times.
       01 ws-rule-count-table.
           05 ws-rule-count pic 9(9) occurs 4 times.
       01 ws-rule-sub pic 9(1).
       01 ws-record-count pic 9(9) value zero.
       01 ws-bad-key-count pic 9(9) value zero.
       01 ws-correction-count pic 9(9) value zero.
       01 ws-num1-hash pic 9(11) value zero.
       01 ws-num2-hash pic 9(13) value zero.

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-SWEEP-ONE-RECORD
               until ws-master-end-of-file.
           perform 3000-TERMINATE.
           stop run.

       1000-INITIALIZE.
           accept ws-current-date from date yyyymmdd.
           display "MSTINTG: ENTER FILE PREFIX (BLANK FOR PROG)".
           accept ws-file-prefix.
           if ws-file-prefix = spaces
               move "PROG" to ws-file-prefix
           end-if.
           move "?" to ws-correct-mode.
           perform 1100-ACCEPT-CORRECT-MODE
               until ws-correct-mode-valid.
           move spaces to ws-master-fn.
           string function trim(ws-file-prefix) delimited by size
               "MSTR.DAT" delimited by size
               into ws-master-fn.
           move spaces to ws-report-fn.
           string function trim(ws-file-prefix) delimited by size
               "INTG.RPT" delimited by size
               into ws-report-fn.
           move spaces to ws-correction-fn.
           string function trim(ws-file-prefix) delimited by size
               "INTC.DAT" delimited by size
               into ws-correction-fn.
           open input MASTER-FILE.
           if ws-master-status NOT = "00"
               display "MSTINTG: cannot open " ws-master-fn
                   ", status " ws-master-status
               move 16 to return-code
               stop run
           end-if.
           move zero to MSTR-KEY.
           start MASTER-FILE key NOT < MSTR-KEY
               invalid key
                   move "Y" to ws-master-eof
           end-start.
           move zero to ws-rule-count(1).
           move zero to ws-rule-count(2).
           move zero to ws-rule-count(3).
           move zero to ws-rule-count(4).
           open output INTEGRITY-REPORT.
           move spaces to REPORT-RECORD.
           string "MASTER DERIVATION INTEGRITY SWEEP - "
               function trim(ws-master-fn)
               " TAKEN " ws-current-date
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           if not ws-correct-none
               perform 1200-OPEN-CORRECTION-FILE
           end-if.

       1100-ACCEPT-CORRECT-MODE.
           display "MSTINTG: CORRECTIVE TRANSACTIONS? A=ALL "
               "INCONSISTENT KEYS S=SELECT EACH N=NONE (BLANK=N)".
           accept ws-correct-mode.

       1200-OPEN-CORRECTION-FILE.
           open output CORRECTION-FILE.
           move spaces to TRAN-HEADER-RECORD.
           move "H" to HDR-REC-TYPE.
           move ws-current-date to HDR-RUN-DATE.
           move spaces to HDR-STREAM-ID.
           string function trim(ws-file-prefix) delimited by size
               "-INT" delimited by size
               into HDR-STREAM-ID.
           write TRAN-HEADER-RECORD.

       2000-SWEEP-ONE-RECORD.
           read MASTER-FILE next
               at end
                   move "Y" to ws-master-eof
               not at end
                   add 1 to ws-record-count
                   move MASTER-RECORD to ws-actual-image
                   perform 2100-DERIVE-EXPECTED
                   move "N" to ws-key-flag
                   perform 2200-CHECK-ONE-RULE
                       varying ws-rule-sub from 1 by 1
                       until ws-rule-sub > 4
                   if ws-key-inconsistent
                       add 1 to ws-bad-key-count
                       perform 2300-SELECT-CORRECTION
                   end-if
           end-read.

      * the same moves movesub makes for driver's field cycle and
      * mstbld's 2160-DERIVE-FIELDS mirrors, applied to the record's
      * own source fields.
       2100-DERIVE-EXPECTED.
           move MSTR-NUM1 to num1.
           move MSTR-STR1 to str1.
           move num1 to num3.
           move str1 to str3.
           move str1 to num2.
           move num1 to str2.
           move num2 to ws-exp-num2.
           move num3 to ws-exp-num3.
           move str2 to ws-exp-str2.
           move str3 to ws-exp-str3.

       2200-CHECK-ONE-RULE.
           evaluate ws-rule-sub
               when 1
                   move ws-exp-num3-x to ws-expected-text
                   move ws-act-num3-x to ws-actual-text
               when 2
                   move ws-exp-str3 to ws-expected-text
                   move ws-act-str3 to ws-actual-text
               when 3
                   move ws-exp-num2-x to ws-expected-text
                   move ws-act-num2-x to ws-actual-text
               when 4
                   move ws-exp-str2 to ws-expected-text
                   move ws-act-str2 to ws-actual-text
           end-evaluate.
           if ws-expected-text NOT = ws-actual-text
               move "Y" to ws-key-flag
               add 1 to ws-rule-count(ws-rule-sub)
               move spaces to REPORT-RECORD
               string "KEY " ws-act-key
                   " " ws-rule-name(ws-rule-sub)
                   " EXPECTED " ws-expected-text
                   " ACTUAL " ws-actual-text
                   delimited by size into REPORT-RECORD
               write REPORT-RECORD
           end-if.

       2300-SELECT-CORRECTION.
           evaluate true
               when ws-correct-all
                   perform 2400-WRITE-CORRECTION
               when ws-correct-selected
                   move "?" to ws-answer
                   perform 2310-ACCEPT-KEY-CHOICE
                       until ws-answer-valid
                   if ws-answer-yes
                       perform 2400-WRITE-CORRECTION
                   end-if
           end-evaluate.

       2310-ACCEPT-KEY-CHOICE.
           display "MSTINTG: KEY " ws-act-key
               " INCONSISTENT - WRITE CORRECTION? (Y/N, BLANK=N)".
           accept ws-answer.

      * a change supplying only NUM1 and STR1 keeps the record's
      * source values and lets the field cycle set the rest; a NUM1
      * that is not numeric cannot be resupplied and is left for a
      * hand correction.
       2400-WRITE-CORRECTION.
           move spaces to REPORT-RECORD.
           if ws-act-num1 NOT numeric
               string "  KEY " ws-act-key
                   " NUM1 NOT NUMERIC - NO CORRECTION WRITTEN"
                   delimited by size into REPORT-RECORD
           else
               move spaces to TRANSACTION-RECORD
               move "C" to TRAN-CODE
               move ws-act-key to TRAN-KEY
               move ws-act-num1 to TRAN-NUM1
               move ws-act-str1 to TRAN-STR1
      * corrections take effect on the next run, never a future day
               move zero to TRAN-EFF-DATE
               write TRANSACTION-RECORD
               add 1 to ws-correction-count
               add TRAN-NUM1 to ws-num1-hash
               string "  KEY " ws-act-key
                   " CORRECTIVE CHANGE WRITTEN TO "
                   function trim(ws-correction-fn)
                   delimited by size into REPORT-RECORD
           end-if.
           write REPORT-RECORD.

       3000-TERMINATE.
           move spaces to REPORT-RECORD.
           string "RECORDS SWEPT: " ws-record-count
               "  INCONSISTENT KEYS: " ws-bad-key-count
               "  CORRECTIONS WRITTEN: " ws-correction-count
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           perform 3100-WRITE-ONE-RULE-COUNT
               varying ws-rule-sub from 1 by 1
               until ws-rule-sub > 4.
           if not ws-correct-none
               perform 3200-CLOSE-CORRECTION-FILE
           end-if.
           close MASTER-FILE.
           close INTEGRITY-REPORT.
           display "MSTINTG: " ws-record-count " RECORDS, "
               ws-bad-key-count " INCONSISTENT, REPORT " ws-report-fn.
           if ws-bad-key-count > zero
               move 04 to return-code
           end-if.

       3100-WRITE-ONE-RULE-COUNT.
           move spaces to REPORT-RECORD.
           string "  RULE " ws-rule-name(ws-rule-sub)
               " INCONSISTENT " ws-rule-count(ws-rule-sub)
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

      * the unsupplied NUM2 of every change hashes as zero, exactly
      * as driver adds it when proving the trailer.
       3200-CLOSE-CORRECTION-FILE.
           move spaces to TRAN-TRAILER-RECORD.
           move "T" to TRL-REC-TYPE.
           move ws-correction-count to TRL-RECORD-COUNT.
           move ws-num1-hash to TRL-NUM1-HASH.
           move ws-num2-hash to TRL-NUM2-HASH.
           write TRAN-TRAILER-RECORD.
           close CORRECTION-FILE.
           display "MSTINTG: " ws-correction-count
               " CORRECTIONS TO " ws-correction-fn.
