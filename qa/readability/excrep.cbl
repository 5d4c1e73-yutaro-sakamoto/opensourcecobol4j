      * exception (corrected value or write-off) and the corrections
      * come out as a balanced repair transaction file in the
      * TRANSACTION-RECORD layout, ready for the next driver run.
      * a write-off needs the operator's id and a reason code, and
      * when the prefix CTRL.DAT write-off limit is set, a source
      * value above the limit (or not a number) also needs a second,
      * different operator's id as approver. every write-off is put
      * on the PROGOPLG.DAT operator-action log before it is written
      * to WOFF.DAT, and is not written off if it cannot be logged.
      * caller supplies the file prefix (blank defaults to "PROG") so
      * each stream's exceptions repair into that stream's files.
       IDENTIFICATION              DIVISION.
           SELECT WRITEOFF-FILE ASSIGN TO DYNAMIC ws-writeoff-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-writeoff-status.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC ws-control-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-control-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  EXCEPTION-FILE.
           COPY "excprec.cpy".

       FD  DATAINTEG-FILE.
           COPY "dintrec.cpy".

       FD  REPAIR-FILE.
           COPY "tranrec.cpy".
           05 WOFF-FIELD-NAME       pic x(10).
           05 WOFF-SOURCE-VALUE     pic x(15).
           05 WOFF-REASON           pic x(30).
           05 WOFF-OPERATOR-ID      pic x(8).
           05 WOFF-APPROVER-ID      pic x(8).
           05 WOFF-REASON-CODE      pic x(4).

       FD  CONTROL-FILE.
           COPY "ctlrec.cpy".

       working-storage section.
       01 ws-exception-status pic x(2).
       01 ws-dataint-status pic x(2).
       01 ws-repair-status pic x(2).
       01 ws-writeoff-status pic x(2).
       01 ws-control-status pic x(2).
       01 ws-log-status pic x(2).
       01 ws-exception-fn pic x(20).
       01 ws-dataint-fn pic x(20).
       01 ws-repair-fn pic x(20).
       01 ws-writeoff-fn pic x(20).
       01 ws-control-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-current-date pic 9(8).
       01 ws-excp-eof pic x value "N".
       01 ws-woff-source pic x(4).
       01 ws-woff-field-name pic x(10).
       01 ws-woff-source-value pic x(15).
       01 ws-woff-limit pic 9(7) value zero.
       01 ws-value-length pic 9(2).
       01 ws-value-amount pic 9(15).
       01 ws-approval-flag pic x value "N".
           88 ws-approval-needed value "Y".
       01 ws-operator-id pic x(8).
       01 ws-approver-id pic x(8).
       01 ws-reason-code pic x(4).
       COPY "oplgrec.cpy".

       procedure division.
       0000-MAIN.
               "WOFF.DAT" delimited by size
               into ws-writeoff-fn.
           accept ws-current-date from date yyyymmdd.
           perform 1100-READ-WOFF-LIMIT.
           display "EXCREP: OPERATOR ID (BLANK=NO WRITE-OFFS THIS RUN)".
           accept ws-operator-id.
           open input EXCEPTION-FILE.
           if ws-exception-status = "00"
               move "Y" to ws-excp-open
               open output WRITEOFF-FILE
           end-if.

      * an older CTRL.DAT record without the limit reads as blanks,
      * which is no limit.
       1100-READ-WOFF-LIMIT.
           move spaces to ws-control-fn.
           string function trim(ws-file-prefix) delimited by size
               "CTRL.DAT" delimited by size
               into ws-control-fn.
           open input CONTROL-FILE.
           if ws-control-status = "00"
               read CONTROL-FILE
                   at end
                       continue
                   not at end
                       if CTRL-WOFF-LIMIT numeric
                           move CTRL-WOFF-LIMIT to ws-woff-limit
                       end-if
               end-read
               close CONTROL-FILE
           end-if.
           if ws-woff-limit > zero
               display "EXCREP: WRITE-OFFS ABOVE " ws-woff-limit
                   " NEED AN APPROVER"
           end-if.

       2000-PROCESS-EXCEPTIONS.
           read EXCEPTION-FILE
               at end
                   display "  FIELD     " EXCP-FIELD-NAME
                   display "  SOURCE    " EXCP-SOURCE-VALUE
                   display "  TRUNCATED " EXCP-TRUNCATED-VALUE
                   if EXCP-TRAN-KEY numeric and EXCP-TRAN-KEY > zero
                       display "  FROM KEY  " EXCP-TRAN-KEY
                           " STREAM " EXCP-STREAM-ID
                           " RUN " EXCP-RUN-DATE
                   end-if
                   move "EXCP" to ws-woff-source
                   move EXCP-FIELD-NAME to ws-woff-field-name
                   move EXCP-SOURCE-VALUE to ws-woff-source-value
                   display "  FIELD  " DINT-FIELD-NAME
                   display "  SOURCE " DINT-SOURCE-VALUE
                   display "  ERROR  " DINT-ERROR-DESC
                   if DINT-TRAN-KEY numeric and DINT-TRAN-KEY > zero
                       display "  FROM KEY " DINT-TRAN-KEY
                           " STREAM " DINT-STREAM-ID
                           " RUN " DINT-RUN-DATE
                   end-if
                   move "DINT" to ws-woff-source
                   move DINT-FIELD-NAME to ws-woff-field-name
                   move DINT-SOURCE-VALUE to ws-woff-source-value
                       thru 2520-EXIT
               when ws-disp-writeoff
                   perform 2530-WRITE-OFF
                       thru 2530-EXIT
               when ws-disp-skip
                   add 1 to ws-skip-count
           end-evaluate.
           accept ws-answer.

       2530-WRITE-OFF.
           if ws-operator-id = spaces
               display "  NO OPERATOR ID THIS RUN - NOT WRITTEN OFF"
               add 1 to ws-skip-count
               go to 2530-EXIT
           end-if.
           display "  REASON CODE (BLANK=SKIP)".
           accept ws-reason-code.
           if ws-reason-code = spaces
               display "  NO REASON CODE - NOT WRITTEN OFF"
               add 1 to ws-skip-count
               go to 2530-EXIT
           end-if.
           move spaces to ws-approver-id.
           perform 2540-TEST-WOFF-LIMIT
               thru 2540-EXIT.
           if ws-approval-needed
               display "  ABOVE THE WRITE-OFF LIMIT - APPROVER ID, "
                   "A SECOND OPERATOR (BLANK=SKIP)"
               accept ws-approver-id
               if ws-approver-id = spaces
                   display "  NOT APPROVED - NOT WRITTEN OFF"
                   add 1 to ws-skip-count
                   go to 2530-EXIT
               end-if
               if ws-approver-id = ws-operator-id
                   display "  APPROVER MUST BE A DIFFERENT OPERATOR"
                       " - NOT WRITTEN OFF"
                   add 1 to ws-skip-count
                   go to 2530-EXIT
               end-if
           end-if.
           perform 2550-LOG-WRITE-OFF.
           if ws-log-status NOT = "00"
               add 1 to ws-skip-count
               go to 2530-EXIT
           end-if.
           move ws-current-date to WOFF-RUN-DATE.
           move ws-woff-source to WOFF-SOURCE.
           move ws-woff-field-name to WOFF-FIELD-NAME.
           move ws-woff-source-value to WOFF-SOURCE-VALUE.
           move "WRITTEN OFF BY OPERATOR" to WOFF-REASON.
           move ws-operator-id to WOFF-OPERATOR-ID.
           move ws-approver-id to WOFF-APPROVER-ID.
           move ws-reason-code to WOFF-REASON-CODE.
           write WRITEOFF-RECORD.
           add 1 to ws-writeoff-count.
       2530-EXIT.
           exit.

      * the source value is a number when its leading characters are
      * digits followed only by spaces. with a limit set, anything
      * else - a string field, a blank value - needs the approver too.
       2540-TEST-WOFF-LIMIT.
           move "N" to ws-approval-flag.
           if ws-woff-limit = zero
               go to 2540-EXIT
           end-if.
           move "Y" to ws-approval-flag.
           move zero to ws-value-length.
           inspect ws-woff-source-value tallying ws-value-length
               for characters before initial space.
           if ws-value-length = zero
               go to 2540-EXIT
           end-if.
           if ws-woff-source-value(1:ws-value-length) NOT numeric
               go to 2540-EXIT
           end-if.
           if ws-value-length < 15
               if ws-woff-source-value(ws-value-length + 1:)
                       NOT = spaces
                   go to 2540-EXIT
               end-if
           end-if.
           move ws-woff-source-value(1:ws-value-length)
               to ws-value-amount.
           if ws-value-amount NOT > ws-woff-limit
               move "N" to ws-approval-flag
           end-if.
       2540-EXIT.
           exit.

      * the write-off is logged before it is written, so nothing
      * reaches WOFF.DAT without its log entry.
       2550-LOG-WRITE-OFF.
           move spaces to OPERATOR-LOG-RECORD.
           move "EXCREP" to OPLG-PROGRAM.
           move ws-file-prefix to OPLG-PREFIX.
           move "WRITE-OFF" to OPLG-ACTION.
           move ws-operator-id to OPLG-OPERATOR-ID.
           move ws-approver-id to OPLG-APPROVER-ID.
           move ws-reason-code to OPLG-REASON-CODE.
           string ws-woff-source " " ws-woff-field-name " "
               ws-woff-source-value
               delimited by size into OPLG-BEFORE-VALUE.
           string "WRITTEN OFF TO " delimited by size
               function trim(ws-writeoff-fn) delimited by size
               into OPLG-AFTER-VALUE.
           call "oplgsub" using OPERATOR-LOG-RECORD ws-log-status.
           if ws-log-status NOT = "00"
               display "  cannot write PROGOPLG.DAT, status "
                   ws-log-status " - not written off"
           end-if.

       4000-TERMINATE.
           move spaces to TRAN-TRAILER-RECORD.
