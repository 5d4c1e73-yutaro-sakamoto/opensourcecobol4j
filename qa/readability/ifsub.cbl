      * caller supplies LS-FILE-PREFIX (e.g. "PROG") so each job that
      * calls this subprogram gets its own SUMM/RECN files instead of
      * sharing another job's report/reconciliation trail.
      * driver also passes ls-trace-parms so every RECN record and
      * every per-transaction check line on SUMM.RPT carries the key,
      * stream and run date of the transaction being reconciled;
      * callers that omit it (prog) get a zero/blank stamp.
      * the same block's action byte lets driver hold SUMM/RECN open
      * for its whole run, exactly as movesub holds its audit files:
      * "O" opens, "S" closes and reopens so everything written is on
      * disk, "C" closes, blank runs the checks.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ifsub.
       ENVIRONMENT                 DIVISION.
       01  SUMMARY-RECORD          pic x(80).

       FD  RECONCILE-FILE.
           COPY "recnrec.cpy".

       working-storage section.
       01 ws-current-date pic 9(8).
       01 ws-num1-mod-1000 pic 9(3).
       01 ws-summary-fn pic x(20).
       01 ws-reconcile-fn pic x(20).
       01 ws-trace-stamp.
           05 ws-trace-tran-key pic 9(6).
           05 ws-trace-stream-id pic x(8).
           05 ws-trace-run-date pic 9(8).
       01 ws-trace-text pic x(41).
       01 ws-audit-action pic x(1).
           88 ws-open-action value "O".
           88 ws-sync-action value "S".
           88 ws-close-action value "C".
       01 ws-audit-held-flag pic x value "N".
           88 ws-audit-files-held value "Y".
       01 ws-audit-open-flag pic x value "N".
           88 ws-audit-files-open value "Y".
       01 ws-smoke-open-flag pic x value "N".
           88 ws-smoke-opened-summary value "Y".

       linkage section.
       COPY "wsfields.cpy".
           88 ls-reconcile-only value "R".
           88 ls-trial-mode value "T".
       01 ls-file-prefix pic x(8).
       01 ls-trace-parms.
           05 ls-trace-eyecatcher   pic x(4).
               88 ls-trace-stamped  value "TRCE".
           05 ls-trace-stamp.
               10 ls-trace-tran-key pic 9(6).
               10 ls-trace-stream-id pic x(8).
               10 ls-trace-run-date pic 9(8).
           05 ls-trace-action       pic x(1).

       procedure division using WS-FIELDS ls-total-count
           ls-pass-count ls-fail-count ls-run-mode ls-file-prefix
           ls-trace-parms.
       IF-STATEMENTS.
           move zero to ws-trace-tran-key.
           move spaces to ws-trace-stream-id.
           move zero to ws-trace-run-date.
           move spaces to ws-trace-text.
           move space to ws-audit-action.
           if address of ls-trace-parms NOT = null
               if ls-trace-stamped
                   move ls-trace-stamp to ws-trace-stamp
                   move ls-trace-action to ws-audit-action
                   string " KEY " ws-trace-tran-key
                       " STREAM " ws-trace-stream-id
                       " RUN " ws-trace-run-date
                       delimited by size into ws-trace-text
               end-if
           end-if.
           move spaces to ws-summary-fn.
           string function trim(ls-file-prefix) delimited by size
               "SUMM.RPT" delimited by size
           string function trim(ls-file-prefix) delimited by size
               "RECN.DAT" delimited by size
               into ws-reconcile-fn.
           if ws-audit-action NOT = space
               perform HANDLE-AUDIT-ACTION
               goback
           end-if.
           if ls-full-checks
               perform RUN-SMOKE-TEST-CHECKS
           end-if.

       RUN-SMOKE-TEST-CHECKS.
           accept ws-current-date from date yyyymmdd.
           move "N" to ws-smoke-open-flag.
           if not ws-audit-files-open
               open extend SUMMARY-FILE
               if ws-summary-status = "35"
                   open output SUMMARY-FILE
               end-if
               move "Y" to ws-smoke-open-flag
           end-if.
           move spaces to SUMMARY-RECORD.
           string function trim(ls-file-prefix) delimited by size
           string "CHECK-002-STR1-EQ-HELLO " ws-check-result
               delimited by size into SUMMARY-RECORD.
           write SUMMARY-RECORD.
           if ws-smoke-opened-summary
               close SUMMARY-FILE
           end-if.

       RUN-RECONCILIATION.
           if not ls-trial-mode and not ws-audit-files-open
               perform OPEN-AUDIT-FILES
           end-if.

           move "NUM2" to RECN-TARGET-NAME.
           end-if.
           move spaces to SUMMARY-RECORD.
           string "CHECK-003-NUM2-EQ-STR1 " ws-check-result
               ws-trace-text
               delimited by size into SUMMARY-RECORD.
           perform WRITE-SUMMARY-RECORD.

           end-if.
           move spaces to SUMMARY-RECORD.
           string "CHECK-009-NUM3-EQ-NUM1-MOD-1000 " ws-check-result
               ws-trace-text
               delimited by size into SUMMARY-RECORD.
           perform WRITE-SUMMARY-RECORD.

           if not ws-audit-files-held
               perform CLOSE-AUDIT-FILES
           end-if.
           goback.

      * a trial run writes no files, so it never holds them.
       HANDLE-AUDIT-ACTION.
           evaluate true
               when ws-open-action and not ls-trial-mode
                   if not ws-audit-files-open
                       perform OPEN-AUDIT-FILES
                   end-if
                   move "Y" to ws-audit-held-flag
               when ws-sync-action and ws-audit-files-held
                   perform CLOSE-AUDIT-FILES
                   perform OPEN-AUDIT-FILES
               when ws-close-action
                   perform CLOSE-AUDIT-FILES
                   move "N" to ws-audit-held-flag
           end-evaluate.

       OPEN-AUDIT-FILES.
           open extend SUMMARY-FILE.
           if ws-summary-status = "35"
               open output SUMMARY-FILE
           end-if.
           open extend RECONCILE-FILE.
           if ws-reconcile-status = "35"
               open output RECONCILE-FILE
           end-if.
           move "Y" to ws-audit-open-flag.

       CLOSE-AUDIT-FILES.
           if ws-audit-files-open
               close SUMMARY-FILE
               close RECONCILE-FILE
               move "N" to ws-audit-open-flag
           end-if.

       WRITE-RECON-RECORD.
           if not ls-trial-mode
               move ws-trace-stamp to RECN-TRACE
               write RECONCILE-RECORD
           end-if.

