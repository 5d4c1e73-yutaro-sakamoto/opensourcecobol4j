       01 ws-fail-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.
       01 ws-reject-reason pic x(30).
       01 ws-edit-reason pic x(30).
       01 ws-header-flag pic x value "N".
           88 ws-header-found value "Y".
       01 ws-trailer-flag pic x value "N".
           05 ws-bef-str2 pic x(10).
           05 ws-bef-str3 pic x(3).
       01 ws-after-image pic x(39).
       01 ws-change-tran-image pic x(48).
       01 ws-run-date pic 9(8) value zero.
       01 ws-time-now pic 9(8).
       01 ws-time-parts redefines ws-time-now.
       01 ws-processed-count pic 9(9) value zero.
       01 ws-called-flag pic x value "N".
           88 ws-called-by-scheduler value "Y".
      * stamped onto every record movesub and ifsub write for the
      * transaction being cycled, so its move events, reconciliation
      * results and exceptions can be traced back to it by key.
      * the action byte asks them to open, sync or close the audit
      * files they hold open for the run; blank is a field cycle.
       01 ws-trace-parms.
           05 ws-trace-eyecatcher   pic x(4) value "TRCE".
           05 ws-trace-stamp.
               10 ws-trace-tran-key pic 9(6).
               10 ws-trace-stream-id pic x(8).
               10 ws-trace-run-date pic 9(8).
           05 ws-trace-action       pic x(1) value space.
       01 ws-audit-held-flag pic x value "N".
           88 ws-audit-files-held value "Y".
       01 ws-release-date pic 9(8).
       COPY "wsfields.cpy".
       COPY "calparm.cpy".

       linkage section.
      * the eye-catcher guards the dual main/subprogram entry: run
           move zero to ws-delta-count.
           move zero to ws-delta-num1.
           move zero to ws-delta-num2.
           move "N" to ws-audit-held-flag.
           perform 1200-READ-RUN-CONTROL.
           if ws-trial-run
               move "T" to ws-run-mode
           if not ws-trial-run
               open output PENDWORK-FILE
               perform 1300-START-TIMING-LOG
               perform 1310-OPEN-AUDIT-FILES
           end-if.
       1000-EXIT.
           exit.
                   end-if
           end-read.

      * a change transaction's unsupplied NUM fields are spaces and
      * go into the hash totals as zero, as upstream totals them.
       1120-TALLY-ONE-RECORD.
           read TRANSACTION-FILE
               at end
                           move TRL-NUM2-HASH to ws-trailer-num2-hash
                       when other
                           add 1 to ws-read-count
                           if TRAN-NUM1-X NOT = spaces
                               add TRAN-NUM1 to ws-num1-hash
                           end-if
                           if TRAN-NUM2-X NOT = spaces
                               add TRAN-NUM2 to ws-num2-hash
                           end-if
                           perform 1140-CHECK-KEY-SEQUENCE
                   end-evaluate
           end-read.
           move zero to TIME-IFSUB-HUND.
           write TIMING-RECORD.

      * movesub and ifsub hold their EXCP/HIST/DINT and SUMM/RECN
      * files open from here to 3050-CLOSE-AUDIT-FILES instead of
      * opening and closing them on every transaction. nothing else
      * writes SUMM.RPT between here and there.
       1310-OPEN-AUDIT-FILES.
           move "O" to ws-trace-action.
           perform 2151-CALL-AUDIT-ACTION.
           move "Y" to ws-audit-held-flag.

       1350-START-TRIAL-REPORT.
           move spaces to ws-trial-fn.
           string function trim(ws-file-prefix) delimited by size
      * transactions parked on an earlier run are re-presented first:
      * any whose effective date has been reached are applied through
      * the normal transaction cycle, the rest are carried forward in
      * the pending work file. an effective date that falls on a
      * holiday or weekend counts as the next business day, so
      * nothing is released on a day nobody is there to see it.
       1400-RELEASE-PENDING.
           open input PENDING-FILE.
           if ws-pending-status NOT = "00"
               at end
                   move "Y" to ws-pend-eof
               not at end
                   move PEND-EFF-DATE to ws-release-date
                   perform 2510-ROLL-EFFECTIVE-DATE
                   if ws-release-date > ws-header-run-date
                       if not ws-trial-run
                           move PENDING-RECORD to PENDWORK-RECORD
                           write PENDWORK-RECORD
                               perform 2030-REJECT-KEY-OFFENDER
                           else
                           if TRAN-KEY > ws-last-checkpoint-key
                               perform 2050-SET-RELEASE-DATE
                               if ws-release-date > ws-header-run-date
                                   perform 2500-PARK-FUTURE-TRAN
                               else
                                   perform 2100-PROCESS-ONE-RECORD
               perform 2140-WRITE-REJECT
           end-if.

      * the stream's edit rules are checked before any master read,
      * so a failing add, update or change is rejected by name of
      * field and rule and recycles like any other reject - a rules
      * correction lets it through on a later run.
       2040-EDIT-BUSINESS-RULES.
           call "editsub" using ws-file-prefix TRANSACTION-RECORD
               ws-edit-reason.

      * the date the transaction may be applied from: its effective
      * date rolled forward to a business day, zero when it has none.
       2050-SET-RELEASE-DATE.
           move zero to ws-release-date.
           if TRAN-EFF-DATE numeric
               move TRAN-EFF-DATE to ws-release-date
               perform 2510-ROLL-EFFECTIVE-DATE
           end-if.

       2100-PROCESS-ONE-RECORD.
           move TRAN-KEY to ws-current-key.
           add 1 to ws-processed-count.
           perform 2040-EDIT-BUSINESS-RULES.
           evaluate true
               when ws-edit-reason NOT = spaces and ws-trial-run
                   move ws-edit-reason to ws-reject-reason
                   perform 2760-TRIAL-REJECT
               when ws-edit-reason NOT = spaces
                   move ws-edit-reason to ws-reject-reason
                   perform 2140-WRITE-REJECT
               when TRAN-ADD and ws-trial-run
                   perform 2700-TRIAL-ADD
               when TRAN-ADD
                   perform 2710-TRIAL-UPDATE
               when TRAN-UPDATE
                   perform 2120-APPLY-UPDATE
               when TRAN-CHANGE and ws-trial-run
                   perform 2715-TRIAL-CHANGE
               when TRAN-CHANGE
                   perform 2125-APPLY-CHANGE
               when TRAN-DELETE and ws-trial-run
                   perform 2720-TRIAL-DELETE
               when TRAN-DELETE
                   perform 2170-WRITE-JOURNAL
           end-read.

      * a change starts from the master record as it stands and takes
      * only the fields the transaction supplies, then runs the same
      * field cycle an update does so the derived fields follow the
      * merged values. it is balanced like an update and journaled
      * under its own code C.
       2125-APPLY-CHANGE.
           move TRAN-KEY to MSTR-KEY.
           read MASTER-FILE
               invalid key
                   move "CHANGE FOR KEY NOT ON MASTER"
                       to ws-reject-reason
                   perform 2140-WRITE-REJECT
               not invalid key
                   move MASTER-RECORD to ws-before-image
                   perform 2126-MERGE-CHANGE-FIELDS
                   perform 2150-RUN-FIELD-CYCLE
                   perform 2160-BUILD-MASTER-FIELDS
                   move ws-change-tran-image to TRANSACTION-RECORD
                   rewrite MASTER-RECORD
                   move MASTER-RECORD to ws-after-image
                   compute ws-delta-num1 =
                       ws-delta-num1 + MSTR-NUM1 - ws-bef-num1
                   compute ws-delta-num2 =
                       ws-delta-num2 + MSTR-NUM2 - ws-bef-num2
                   perform 2170-WRITE-JOURNAL
           end-read.

      * the transaction as received is kept aside and restored by the
      * caller once the master fields are built, so anything written
      * from the record afterwards shows what upstream actually sent.
       2126-MERGE-CHANGE-FIELDS.
           move TRANSACTION-RECORD to ws-change-tran-image.
           if TRAN-NUM1-X = spaces
               move ws-bef-num1 to TRAN-NUM1
           end-if.
           if TRAN-NUM2-X = spaces
               move ws-bef-num2 to TRAN-NUM2
           end-if.
           if TRAN-NUM3-X = spaces
               move ws-bef-num3 to TRAN-NUM3
           end-if.
           if TRAN-STR1 = spaces
               move ws-bef-str1 to TRAN-STR1
           end-if.
           if TRAN-STR2 = spaces
               move ws-bef-str2 to TRAN-STR2
           end-if.
           if TRAN-STR3 = spaces
               move ws-bef-str3 to TRAN-STR3
           end-if.

      * the record is read before it is deleted so the journal holds
      * the image the delete removed.
       2130-APPLY-DELETE.
           move TRAN-STR1 to str1.
           move TRAN-STR2 to str2.
           move TRAN-STR3 to str3.
           move TRAN-KEY to ws-trace-tran-key.
           move ws-stream-id to ws-trace-stream-id.
           move ws-header-run-date to ws-trace-run-date.
           perform 8000-GET-TIME.
           move ws-now-hund to ws-call-start-hund.
           call "movesub" using WS-FIELDS ws-file-prefix ws-run-mode
               ws-trace-parms.
           perform 8100-COMPUTE-CALL-DELTA.
           add ws-call-delta-hund to ws-movesub-hund.
           perform 8000-GET-TIME.
           move ws-now-hund to ws-call-start-hund.
           call "ifsub" using WS-FIELDS ws-total-count
               ws-pass-count ws-fail-count ws-run-mode ws-file-prefix
               ws-trace-parms.
           perform 8100-COMPUTE-CALL-DELTA.
           add ws-call-delta-hund to ws-ifsub-hund.

       2151-CALL-AUDIT-ACTION.
           call "movesub" using WS-FIELDS ws-file-prefix ws-run-mode
               ws-trace-parms.
           call "ifsub" using WS-FIELDS ws-total-count
               ws-pass-count ws-fail-count ws-run-mode ws-file-prefix
               ws-trace-parms.
           move space to ws-trace-action.

       2160-BUILD-MASTER-FIELDS.
           move TRAN-KEY to MSTR-KEY.
           move num1 to MSTR-NUM1.

       2200-WRITE-CHECKPOINT.
           if not ws-trial-run
               perform 2210-SYNC-AUDIT-FILES
               open output CHECKPOINT-FILE
               move ws-current-key to CKPT-LAST-KEY
               write CHECKPOINT-RECORD
               close CHECKPOINT-FILE
           end-if.

      * the held audit files are closed and reopened before the
      * checkpoint key is written, so every record for a key at or
      * below the checkpoint is on disk. records written after the
      * last sync may be lost in a crash, but their transactions are
      * above the checkpoint and are cycled again on the restart.
       2210-SYNC-AUDIT-FILES.
           if ws-audit-files-held
               move "S" to ws-trace-action
               perform 2151-CALL-AUDIT-ACTION
           end-if.

       2300-CHECK-FAIL-THRESHOLD.
           if ws-max-fail-count > zero
               and ws-fail-count > ws-max-fail-count
           end-if.
           add 1 to ws-parked-count.

      * the parked copy keeps the effective date as sent, so the roll
      * is made again at release against the calendar as it is then.
       2510-ROLL-EFFECTIVE-DATE.
           if ws-release-date > zero
               move "R" to CALP-FUNCTION
               move ws-release-date to CALP-DATE
               call "calsub" using CALENDAR-PARMS
               if CALP-DATE-VALID
                   move CALP-RESULT-DATE to ws-release-date
               end-if
           end-if.

      * the reject file itself, untouched all run, is re-presented
      * after the day's file so a reject caused by a transaction
      * arriving a day late succeeds on its first retry; re-rejects
               perform 2760-TRIAL-REJECT
           end-if.

      * a key the trial itself added has no master record to merge
      * with, so its unsupplied fields simulate as zero and blank.
       2715-TRIAL-CHANGE.
           perform 2730-CHECK-KEY-EXISTS.
           if ws-key-exists = "Y"
               move spaces to ws-before-image
               move zero to ws-bef-num1 ws-bef-num2 ws-bef-num3
               move TRAN-KEY to MSTR-KEY
               read MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move MASTER-RECORD to ws-before-image
               end-read
               perform 2126-MERGE-CHANGE-FIELDS
               perform 2150-RUN-FIELD-CYCLE
               move ws-change-tran-image to TRANSACTION-RECORD
               move "A" to ws-sim-new-state
               perform 2750-SIM-RECORD-STATE
               add 1 to ws-trial-apply-count
               move spaces to TRIAL-RECORD
               string "WOULD CHANGE KEY " TRAN-KEY
                   delimited by size into TRIAL-RECORD
               write TRIAL-RECORD
           else
               move "CHANGE FOR KEY NOT ON MASTER"
                   to ws-reject-reason
               perform 2760-TRIAL-REJECT
           end-if.

       2720-TRIAL-DELETE.
           perform 2730-CHECK-KEY-EXISTS.
           if ws-key-exists = "Y"
                   perform 2200-WRITE-CHECKPOINT
               end-if
           end-if.
           perform 3050-CLOSE-AUDIT-FILES.
           close TRANSACTION-FILE.
           if ws-trial-run
               close MASTER-FILE
       3000-EXIT.
           exit.

      * closed before driver opens SUMM.RPT for its own totals, so the
      * per-transaction check lines stay ahead of them.
       3050-CLOSE-AUDIT-FILES.
           if ws-audit-files-held
               move "C" to ws-trace-action
               perform 2151-CALL-AUDIT-ACTION
               move "N" to ws-audit-held-flag
           end-if.

       3100-WRITE-ABORT-RECORD.
           move spaces to SUMMARY-RECORD.
           string "DRIVER ABORTED AT KEY " ws-abort-key
                   string "  PENDING TRAN " PEND-CODE
                       " KEY " PEND-KEY
                       " EFFECTIVE " PEND-EFF-DATE
                       " RUN " ws-header-run-date
                       delimited by size into SUMMARY-RECORD
                   write SUMMARY-RECORD
           end-read.
