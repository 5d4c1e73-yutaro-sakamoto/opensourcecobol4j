      * lists the shared PROGOPLG.DAT operator-action log for the
      * auditors: every balance-block clear, write-off and control-
      * file rewrite with its date and time, program, stream prefix,
      * operator, approver, reason code and before and after values.
      * the operator is asked for a date range (either end blank for
      * open) and an operator id (blank for all); the id picks out
      * entries where that person acted or approved. the listing
      * goes to PROGOPLG.RPT in the order the actions were logged.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 oplgrpt.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "PROGOPLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT LOG-REPORT ASSIGN TO "PROGOPLG.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LOG-FILE.
           COPY "oplgrec.cpy".

       FD  LOG-REPORT.
       01  REPORT-RECORD           pic x(120).

       working-storage section.
       01 ws-log-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-answer pic x(10).
       01 ws-from-date pic 9(8) value zero.
       01 ws-to-date pic 9(8) value 99999999.
       01 ws-wanted-operator pic x(8).
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".
       01 ws-entry-flag pic x(1).
           88 ws-entry-wanted value "Y".
       01 ws-read-count pic 9(7) value zero.
       01 ws-listed-count pic 9(7) value zero.

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-REPORT-LOG
               until ws-end-of-file.
           perform 3000-TERMINATE.
           stop run.

       1000-INITIALIZE.
           display "OPLGRPT: FROM DATE (YYYYMMDD, BLANK=EARLIEST)".
           accept ws-answer.
           if ws-answer NOT = spaces
               if ws-answer(1:8) NOT numeric
                   or ws-answer(9:) NOT = spaces
                   display "OPLGRPT: NOT AN 8-DIGIT DATE"
                   move 16 to return-code
                   stop run
               end-if
               move ws-answer(1:8) to ws-from-date
           end-if.
           display "OPLGRPT: TO DATE (YYYYMMDD, BLANK=LATEST)".
           accept ws-answer.
           if ws-answer NOT = spaces
               if ws-answer(1:8) NOT numeric
                   or ws-answer(9:) NOT = spaces
                   display "OPLGRPT: NOT AN 8-DIGIT DATE"
                   move 16 to return-code
                   stop run
               end-if
               move ws-answer(1:8) to ws-to-date
           end-if.
           if ws-from-date > ws-to-date
               display "OPLGRPT: FROM DATE IS AFTER TO DATE"
               move 16 to return-code
               stop run
           end-if.
           display "OPLGRPT: OPERATOR ID (BLANK=ALL OPERATORS)".
           accept ws-wanted-operator.
           open input LOG-FILE.
           if ws-log-status NOT = "00"
               display "OPLGRPT: cannot open PROGOPLG.DAT, status "
                   ws-log-status
               move 16 to return-code
               stop run
           end-if.
           open output LOG-REPORT.
           move spaces to REPORT-RECORD.
           string "OPERATOR-ACTION LOG FROM " ws-from-date
               " TO " ws-to-date
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
           if ws-wanted-operator = spaces
               move "ALL OPERATORS" to REPORT-RECORD
           else
               string "OPERATOR " ws-wanted-operator
                   " AS OPERATOR OR APPROVER"
                   delimited by size into REPORT-RECORD
           end-if.
           write REPORT-RECORD.

       2000-REPORT-LOG.
           read LOG-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   add 1 to ws-read-count
                   perform 2100-SELECT-ENTRY
                   if ws-entry-wanted
                       add 1 to ws-listed-count
                       perform 2200-REPORT-ONE-ENTRY
                   end-if
           end-read.

       2100-SELECT-ENTRY.
           move "Y" to ws-entry-flag.
           if OPLG-DATE < ws-from-date or OPLG-DATE > ws-to-date
               move "N" to ws-entry-flag
           end-if.
           if ws-wanted-operator NOT = spaces
               and OPLG-OPERATOR-ID NOT = ws-wanted-operator
               and OPLG-APPROVER-ID NOT = ws-wanted-operator
               move "N" to ws-entry-flag
           end-if.

       2200-REPORT-ONE-ENTRY.
           move spaces to REPORT-RECORD.
           string OPLG-DATE " " OPLG-TIME
               " " OPLG-PROGRAM
               " PREFIX " OPLG-PREFIX
               " " OPLG-ACTION
               " OPERATOR " OPLG-OPERATOR-ID
               " APPROVER " OPLG-APPROVER-ID
               " REASON " OPLG-REASON-CODE
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
           string "  BEFORE " OPLG-BEFORE-VALUE
               " AFTER " OPLG-AFTER-VALUE
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.

       3000-TERMINATE.
           move spaces to REPORT-RECORD.
           string "ACTIONS LISTED: " ws-listed-count
               " OF " ws-read-count " ON THE LOG"
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           close LOG-FILE.
           close LOG-REPORT.
           display "OPLGRPT: " ws-listed-count " ACTIONS TO "
               "PROGOPLG.RPT".
