      * so the operator can see which stream is running, and a rerun
      * of a failed night skips the streams that already completed
      * clean and resumes at the one that failed.
      * before driver is called each stream's transaction file goes
      * through intake, which registers it on PROGRCVD.DAT; a resend
      * of a file already applied is refused there, recorded as state
      * "D" with return code 08, and driver is not called for it.
      * a night that the shop calendar says is not a processing day
      * runs nothing: every enabled stream is recorded as state "N"
      * with return code 00, so a holiday is not a night of failures.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 schedrun.
       ENVIRONMENT                 DIVISION.
           05 ws-parm-reject-count  pic 9(5).
           05 ws-parm-run-type      pic x(1).
               88 ws-parm-trial-run value "T".
       01 ws-streams-refused pic 9(3) value zero.
       01 ws-streams-idle pic 9(3) value zero.
       01 ws-processing-flag pic x value "Y".
           88 ws-processing-day value "Y".
       01 ws-intake-parms.
           05 ws-intk-eyecatcher    pic x(4) value "INTK".
           05 ws-intk-function      pic x(1).
           05 ws-intk-prefix        pic x(8).
           05 ws-intk-tran-fn       pic x(20).
           05 ws-intk-night-date    pic 9(8).
           05 ws-intk-result        pic x(1).
               88 ws-intk-refused   value "D".
           05 ws-intk-gap-flag      pic x(1).
               88 ws-intk-gap       value "Y".
           05 ws-intk-last-run-date pic 9(8).
           05 ws-intk-identity.
               10 ws-intk-stream-id pic x(8).
               10 ws-intk-run-date  pic 9(8).
               10 ws-intk-record-count pic 9(9).
               10 ws-intk-num1-hash pic 9(11).
               10 ws-intk-num2-hash pic 9(13).
       COPY "calparm.cpy".

       procedure division.
       0000-MAIN.
                   delimited by size into NIGHT-RECORD
               write NIGHT-RECORD
           end-if.
           perform 1300-TEST-PROCESSING-DAY.

       1100-LOAD-STATUS-TABLE.
           perform 1120-SCAN-STATUS-DATES.
           move ws-stat-reject(stat-idx) to STAT-REJECT.
           write STATUS-RECORD.

      * the night being run is judged, not the wall clock, so a
      * restart after midnight follows the night that died.
       1300-TEST-PROCESSING-DAY.
           move "T" to CALP-FUNCTION.
           move ws-night-date to CALP-DATE.
           call "calsub" using CALENDAR-PARMS.
           if CALP-DATE-VALID and not CALP-BUSINESS-DAY
               move "N" to ws-processing-flag
               move spaces to NIGHT-RECORD
               string "NIGHT " ws-night-date
                   " IS NOT A PROCESSING DAY - "
                   CALP-DESCRIPTION
                   delimited by size into NIGHT-RECORD
               write NIGHT-RECORD
               display "SCHEDRUN: " ws-night-date
                   " is not a processing day, no stream run"
           end-if.

       2000-RUN-ALL-STREAMS.
           read PLAN-FILE
               at end
      * refused, or was still marked running when the night died is
      * where the restart resumes.
       2100-RUN-ONE-STREAM.
           if not ws-processing-day
               perform 2170-MARK-STREAM-NOT-PROCESSING
               go to 2100-EXIT
           end-if.
           perform 2110-FIND-STATUS-ENTRY.
           if ws-stat-found-sub > zero
               set stat-idx to ws-stat-found-sub
           end-if.
           display "SCHEDRUN: starting stream " PLAN-PREFIX.
           perform 2130-MARK-STREAM-RUNNING.
           perform 2150-REGISTER-INTAKE.
           if ws-intk-refused
               perform 2160-MARK-STREAM-REFUSED
               go to 2100-EXIT
           end-if.
           move PLAN-PREFIX to ws-parm-prefix.
           move PLAN-TRAN-FN to ws-parm-tran-fn.
           move PLAN-CKPT-FN to ws-parm-ckpt-fn.
           move return-code to ws-stream-rc.
           move zero to return-code.
           perform 2140-MARK-STREAM-COMPLETE.
           if not ws-parm-trial-run and ws-stream-rc <= 04
               move "A" to ws-intk-function
               call "intake" using ws-intake-parms
               if return-code NOT = zero
                   display "SCHEDRUN: WARNING - " PLAN-PREFIX
                       " APPLIED BUT NOT RECORDED ON PROGRCVD.DAT,"
                       " FILE IS NOT LOCKED AGAINST A RESEND"
               end-if
               move zero to return-code
           end-if.
           if ws-stream-rc > ws-worst-rc
               move ws-stream-rc to ws-worst-rc
           end-if.
               perform 1200-REWRITE-STATUS-FILE
           end-if.

      * a file intake cannot read is not registered and goes on to
      * driver, whose own control-total check refuses it.
       2150-REGISTER-INTAKE.
           move "R" to ws-intk-function.
           move PLAN-PREFIX to ws-intk-prefix.
           move PLAN-TRAN-FN to ws-intk-tran-fn.
           move ws-night-date to ws-intk-night-date.
           call "intake" using ws-intake-parms.
           if return-code NOT = zero
               display "SCHEDRUN: WARNING - " PLAN-PREFIX
                   " RECEIPT NOT RECORDED ON PROGRCVD.DAT"
           end-if.
           move zero to return-code.
           if ws-intk-gap
               move spaces to NIGHT-RECORD
               string "STREAM " PLAN-PREFIX
                   " RUN DATE " ws-intk-run-date
                   " SKIPS A BUSINESS DAY AFTER LAST APPLIED "
                   ws-intk-last-run-date
                   delimited by size into NIGHT-RECORD
               write NIGHT-RECORD
           end-if.

      * a refusal is recorded as state "D", never "C", so a rerun the
      * same night tries intake again - after rcvrel has released a
      * deliberate resend it goes through.
       2160-MARK-STREAM-REFUSED.
           move 08 to ws-stream-rc.
           if ws-stat-found-sub > zero
               set stat-idx to ws-stat-found-sub
               move "D" to ws-stat-state(stat-idx)
               move ws-stream-rc to ws-stat-rc(stat-idx)
               perform 1200-REWRITE-STATUS-FILE
           end-if.
           if ws-stream-rc > ws-worst-rc
               move ws-stream-rc to ws-worst-rc
           end-if.
           add 1 to ws-streams-refused.
           move spaces to NIGHT-RECORD.
           string "STREAM " PLAN-PREFIX
               " FILE " function trim(PLAN-TRAN-FN)
               " REFUSED - STREAM " ws-intk-stream-id
               " RUN " ws-intk-run-date
               " ALREADY APPLIED, RELEASE WITH RCVREL"
               delimited by size into NIGHT-RECORD.
           write NIGHT-RECORD.

      * state "N" is never "C", so if the calendar is corrected and
      * the night rerun, the stream runs; hskeep passes over it.
       2170-MARK-STREAM-NOT-PROCESSING.
           perform 2110-FIND-STATUS-ENTRY.
           if ws-stat-found-sub = zero
               if ws-status-count < 100
                   add 1 to ws-status-count
                   move ws-status-count to ws-stat-found-sub
               else
                   display "SCHEDRUN: status table full, stream "
                       PLAN-PREFIX " not tracked"
               end-if
           end-if.
           if ws-stat-found-sub > zero
               set stat-idx to ws-stat-found-sub
               move PLAN-PREFIX to ws-stat-prefix(stat-idx)
               move "N" to ws-stat-state(stat-idx)
               move zero to ws-stat-rc(stat-idx)
               move zero to ws-stat-total(stat-idx)
               move zero to ws-stat-pass(stat-idx)
               move zero to ws-stat-fail(stat-idx)
               move zero to ws-stat-reject(stat-idx)
               perform 1200-REWRITE-STATUS-FILE
           end-if.
           add 1 to ws-streams-idle.
           move spaces to NIGHT-RECORD.
           string "STREAM " PLAN-PREFIX
               " NOT RUN - NOT A PROCESSING DAY"
               delimited by size into NIGHT-RECORD.
           write NIGHT-RECORD.

       3000-TERMINATE.
           close PLAN-FILE.
           move spaces to NIGHT-RECORD.
               "  WORST RC: " ws-worst-rc
               delimited by size into NIGHT-RECORD.
           write NIGHT-RECORD.
           if ws-streams-refused > zero
               move spaces to NIGHT-RECORD
               string "STREAMS REFUSED AT INTAKE: " ws-streams-refused
                   delimited by size into NIGHT-RECORD
               write NIGHT-RECORD
           end-if.
           if ws-streams-idle > zero
               move spaces to NIGHT-RECORD
               string "STREAMS NOT RUN ON A NON-PROCESSING DAY: "
                   ws-streams-idle
                   delimited by size into NIGHT-RECORD
               write NIGHT-RECORD
           end-if.
           close NIGHT-FILE.
           display "SCHEDRUN: " ws-streams-run " STREAMS RUN, "
               ws-streams-skipped " SKIPPED, WORST RC " ws-worst-rc.
