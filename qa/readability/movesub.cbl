      * caller supplies LS-FILE-PREFIX (e.g. "PROG") so each job that
      * calls this subprogram gets its own EXCP/HIST/DINT files instead
      * of sharing another job's audit trail.
      * driver also passes ls-trace-parms so every EXCP/HIST/DINT
      * record carries the key, stream and run date of the
      * transaction being cycled; callers that omit it (prog) get a
      * zero/blank stamp, exactly as driver honors ls-stream-parms
      * only when the caller stamped the block.
      * a caller that stamps the block can also hold the audit files
      * open for its whole run instead of paying an open and close on
      * every call: action "O" opens them, "S" closes and reopens
      * them so every record written so far is on disk (driver does
      * this before each checkpoint), "C" closes them, and a blank
      * action is an ordinary field cycle. none of the three performs
      * the moves. a caller that never sends "O" gets the files
      * opened and closed around each cycle.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 movesub.
       ENVIRONMENT                 DIVISION.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  EXCEPTION-FILE.
           COPY "excprec.cpy".

       FD  HISTORY-FILE.
           COPY "moveevt.cpy".

       FD  DATAINTEG-FILE.
           COPY "dintrec.cpy".

       working-storage section.
       01 ws-exception-status pic x(2).
       01 ws-exception-fn pic x(20).
       01 ws-history-fn pic x(20).
       01 ws-dataint-fn pic x(20).
       01 ws-trace-stamp.
           05 ws-trace-tran-key pic 9(6).
           05 ws-trace-stream-id pic x(8).
           05 ws-trace-run-date pic 9(8).
       01 ws-audit-action pic x(1).
           88 ws-open-action value "O".
           88 ws-sync-action value "S".
           88 ws-close-action value "C".
       01 ws-audit-held-flag pic x value "N".
           88 ws-audit-files-held value "Y".
       01 ws-audit-open-flag pic x value "N".
           88 ws-audit-files-open value "Y".
      * DINT.DAT is only opened once a cycle has something to write to
      * it, so a run with no integrity errors leaves no file behind.
       01 ws-dataint-open-flag pic x value "N".
           88 ws-dataint-file-open value "Y".

       linkage section.
       COPY "wsfields.cpy".
           88 ls-full-checks value "F".
           88 ls-reconcile-only value "R".
           88 ls-trial-mode value "T".
       01 ls-trace-parms.
           05 ls-trace-eyecatcher   pic x(4).
               88 ls-trace-stamped  value "TRCE".
           05 ls-trace-stamp.
               10 ls-trace-tran-key pic 9(6).
               10 ls-trace-stream-id pic x(8).
               10 ls-trace-run-date pic 9(8).
           05 ls-trace-action       pic x(1).

       procedure division using WS-FIELDS ls-file-prefix ls-run-mode
           ls-trace-parms.
       MVOE-VALUES.
           move zero to ws-trace-tran-key.
           move spaces to ws-trace-stream-id.
           move zero to ws-trace-run-date.
           move space to ws-audit-action.
           if address of ls-trace-parms NOT = null
               if ls-trace-stamped
                   move ls-trace-stamp to ws-trace-stamp
                   move ls-trace-action to ws-audit-action
               end-if
           end-if.
           move spaces to ws-exception-fn.
           string function trim(ls-file-prefix) delimited by size
               "EXCP.DAT" delimited by size
           string function trim(ls-file-prefix) delimited by size
               "DINT.DAT" delimited by size
               into ws-dataint-fn.
           if ws-audit-action NOT = space
               perform HANDLE-AUDIT-ACTION
               goback
           end-if.

           if not ls-trial-mode and not ws-audit-files-open
               perform OPEN-AUDIT-FILES
           end-if.

           move "NUM1" to MEVT-SOURCE-FIELD-NAME.
           perform WRITE-MOVE-EVENT.

           if str1 NOT NUMERIC and not ls-trial-mode
               if not ws-dataint-file-open
                   perform OPEN-DATAINTEG-FILE
               end-if
               move "STR1" to DINT-FIELD-NAME
               move str1 to DINT-SOURCE-VALUE
               move "NON-NUMERIC SOURCE FOR NUM2" to DINT-ERROR-DESC
               move ws-trace-stamp to DINT-TRACE
               write DATAINTEG-RECORD
           end-if.
           move "STR1" to MEVT-SOURCE-FIELD-NAME.
           move "NUM2" to MEVT-TARGET-FIELD-NAME.
           move function current-date to MEVT-TIMESTAMP.
           perform WRITE-MOVE-EVENT.

           if not ws-audit-files-held
               perform CLOSE-AUDIT-FILES
           end-if.
           goback.

      * a trial run writes no audit files, so it never holds them.
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
           open extend EXCEPTION-FILE.
           if ws-exception-status = "35"
               open output EXCEPTION-FILE
           end-if.
           open extend HISTORY-FILE.
           if ws-history-status = "35"
               open output HISTORY-FILE
           end-if.
           move "Y" to ws-audit-open-flag.

       OPEN-DATAINTEG-FILE.
           open extend DATAINTEG-FILE.
           if ws-dataint-status = "35"
               open output DATAINTEG-FILE
           end-if.
           move "Y" to ws-dataint-open-flag.

       CLOSE-AUDIT-FILES.
           if ws-audit-files-open
               close EXCEPTION-FILE
               close HISTORY-FILE
               move "N" to ws-audit-open-flag
           end-if.
           if ws-dataint-file-open
               close DATAINTEG-FILE
               move "N" to ws-dataint-open-flag
           end-if.

       WRITE-MOVE-EVENT.
           if not ls-trial-mode
               move ws-trace-stamp to MEVT-TRACE
               write MOVE-EVENT-RECORD
           end-if.

       WRITE-EXCEPTION.
           if not ls-trial-mode
               move ws-trace-stamp to EXCP-TRACE
               write EXCEPTION-RECORD
           end-if.
