      * needing excrep dispositions, then informational counts, with
      * per-stream lines and whole-night totals - so the morning
      * check is one report instead of a dozen files per stream.
      * the night's PROGRCVD.DAT received-file register events add a
      * blocking line for a stream whose file intake refused as a
      * resend, and informational lines for run-date gaps and for
      * resends an operator released with rcvrel. a stream schedrun
      * did not run because the night was not a processing day on
      * the shop calendar is informational only.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 mornrpt.
       ENVIRONMENT                 DIVISION.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC ws-balance-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-balance-status.
           SELECT REGISTER-FILE ASSIGN TO "PROGRCVD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
           SELECT MORNING-FILE ASSIGN TO "PROGMORN.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-morning-status.
       FD  BALANCE-FILE.
           COPY "balrec.cpy".

       FD  REGISTER-FILE.
           COPY "rcvdreg.cpy".

       FD  MORNING-FILE.
       01  MORNING-RECORD          pic x(120).

       01 ws-count-status pic x(2).
       01 ws-balance-status pic x(2).
       01 ws-morning-status pic x(2).
       01 ws-register-status pic x(2).
       01 ws-count-fn pic x(20).
       01 ws-count-suffix pic x(12).
       01 ws-balance-fn pic x(20).
       01 ws-night-recn pic 9(9) value zero.
       01 ws-night-pend pic 9(9) value zero.
       01 ws-night-blocking pic 9(3) value zero.
       01 ws-night-refused pic 9(3) value zero.
       01 ws-night-gaps pic 9(3) value zero.
      * the night's intake events worth reporting: refusals, gaps
      * and releases, in register order.
       01 ws-register-eof pic x value "N".
           88 ws-register-end-of-file value "Y".
       01 ws-intake-table.
           05 ws-intake-entry occurs 100 times indexed by ik-idx.
               10 ws-ik-prefix pic x(8).
               10 ws-ik-event pic x(1).
               10 ws-ik-stream-id pic x(8).
               10 ws-ik-run-date pic 9(8).
               10 ws-ik-last-run-date pic 9(8).
               10 ws-ik-gap pic x(1).
       01 ws-intake-count pic 9(3) value zero.
       01 ws-intake-sub pic 9(3).
       01 ws-refusal-sub pic 9(3).

       procedure division.
       0000-MAIN.
               stop run
           end-if.
           perform 1100-LOAD-STATUS-TABLE.
           perform 1200-LOAD-INTAKE-EVENTS.
           open output MORNING-FILE.
           move spaces to MORNING-RECORD.
           string "MORNING EXCEPTION DIGEST - NIGHT "
                   end-if
           end-read.

       1200-LOAD-INTAKE-EVENTS.
           open input REGISTER-FILE.
           if ws-register-status NOT = "00"
               move "Y" to ws-register-eof
           end-if.
           perform 1210-LOAD-ONE-INTAKE-EVENT
               until ws-register-end-of-file.
           if ws-register-status = "10" or ws-register-status = "00"
               close REGISTER-FILE
           end-if.

       1210-LOAD-ONE-INTAKE-EVENT.
           read REGISTER-FILE
               at end
                   move "Y" to ws-register-eof
               not at end
                   if RCVD-NIGHT-DATE = ws-night-date
                       and (RCVD-REFUSED or RCVD-RELEASED
                           or (RCVD-RECEIVED and RCVD-GAP))
                       and ws-intake-count < 100
                       add 1 to ws-intake-count
                       set ik-idx to ws-intake-count
                       move RCVD-PREFIX to ws-ik-prefix(ik-idx)
                       move RCVD-EVENT to ws-ik-event(ik-idx)
                       move RCVD-STREAM-ID to ws-ik-stream-id(ik-idx)
                       move RCVD-RUN-DATE to ws-ik-run-date(ik-idx)
                       move RCVD-LAST-RUN-DATE
                           to ws-ik-last-run-date(ik-idx)
                       move RCVD-GAP-FLAG to ws-ik-gap(ik-idx)
                   end-if
           end-read.

       2000-GATHER-ALL-STREAMS.
           read PLAN-FILE
               at end
                   delimited by size into MORNING-RECORD
               write MORNING-RECORD
           end-if.
           if ws-str-state(str-idx) = "D"
               perform 3110-WRITE-INTAKE-REFUSAL
           end-if.
           if ws-str-rc(str-idx) >= 08 and ws-str-rc(str-idx) < 99
               and ws-str-state(str-idx) NOT = "D"
               add 1 to ws-section-lines
               move spaces to MORNING-RECORD
               string "STREAM " ws-str-prefix(str-idx)
               write MORNING-RECORD
           end-if.

      * the stream's state says intake refused its file; the latest
      * refusal on the register for the stream names the file.
       3110-WRITE-INTAKE-REFUSAL.
           add 1 to ws-section-lines.
           add 1 to ws-night-refused.
           move zero to ws-refusal-sub.
           perform 3120-FIND-ONE-REFUSAL
               varying ws-intake-sub from 1 by 1
               until ws-intake-sub > ws-intake-count.
           move spaces to MORNING-RECORD.
           if ws-refusal-sub = zero
               string "STREAM " ws-str-prefix(str-idx)
                   " REFUSED AT INTAKE AS AN APPLIED FILE, SEE RCVREL"
                   delimited by size into MORNING-RECORD
           else
               set ik-idx to ws-refusal-sub
               string "STREAM " ws-str-prefix(str-idx)
                   " REFUSED AT INTAKE - RUN " ws-ik-run-date(ik-idx)
                   " OF " ws-ik-stream-id(ik-idx)
                   " ALREADY APPLIED, SEE RCVREL"
                   delimited by size into MORNING-RECORD
           end-if.
           write MORNING-RECORD.

       3120-FIND-ONE-REFUSAL.
           set ik-idx to ws-intake-sub.
           if ws-ik-prefix(ik-idx) = ws-str-prefix(str-idx)
               and ws-ik-event(ik-idx) = "D"
               move ws-intake-sub to ws-refusal-sub
           end-if.

       3200-WRITE-ONE-DISPOSITION.
           set str-idx to ws-stream-sub.
           if ws-str-excp-cnt(str-idx) > zero
               " PENDING " ws-str-pend-cnt(str-idx)
               delimited by size into MORNING-RECORD.
           write MORNING-RECORD.
           if ws-str-state(str-idx) = "N"
               add 1 to ws-section-lines
               move spaces to MORNING-RECORD
               move "  NOT A PROCESSING DAY - NOTHING RUN"
                   to MORNING-RECORD
               write MORNING-RECORD
           end-if.
           perform 3310-WRITE-ONE-INTAKE-NOTE
               varying ws-intake-sub from 1 by 1
               until ws-intake-sub > ws-intake-count.

       3310-WRITE-ONE-INTAKE-NOTE.
           set ik-idx to ws-intake-sub.
           if ws-ik-prefix(ik-idx) = ws-str-prefix(str-idx)
               move spaces to MORNING-RECORD
               evaluate ws-ik-event(ik-idx)
                   when "R"
                       add 1 to ws-night-gaps
                       string "  RUN DATE " ws-ik-run-date(ik-idx)
                           " SKIPS A BUSINESS DAY AFTER LAST APPLIED "
                           ws-ik-last-run-date(ik-idx)
                           delimited by size into MORNING-RECORD
                   when "L"
                       string "  RESEND OF RUN " ws-ik-run-date(ik-idx)
                           " OF " ws-ik-stream-id(ik-idx)
                           " RELEASED BY OPERATOR"
                           delimited by size into MORNING-RECORD
               end-evaluate
               if MORNING-RECORD NOT = spaces
                   add 1 to ws-section-lines
                   write MORNING-RECORD
               end-if
           end-if.

       3400-WRITE-NIGHT-TOTALS.
           move spaces to MORNING-RECORD.
               " BLOCKING " ws-night-blocking
               " REJECTS " ws-night-reject
               " FINAL-DISP " ws-night-fdsp
               " REFUSED " ws-night-refused
               " GAPS " ws-night-gaps
               delimited by size into MORNING-RECORD.
           write MORNING-RECORD.
           move spaces to MORNING-RECORD.
