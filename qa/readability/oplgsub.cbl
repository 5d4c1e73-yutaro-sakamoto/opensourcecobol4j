      * appends one entry to the shared PROGOPLG.DAT operator-action
      * log. the caller fills an OPERATOR-LOG-RECORD from oplgrec.cpy
      * with everything but the date and time, which are stamped here
      * so every program's entries are timed the same way, and gets
      * the log file status back: "00" when the entry is on the log.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 oplgsub.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "PROGOPLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-log-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LOG-FILE.
           COPY "oplgrec.cpy".

       working-storage section.
       01 ws-log-status pic x(2).
       01 ws-time-now pic 9(8).

       linkage section.
       01 ls-log-entry pic x(146).
       01 ls-log-status pic x(2).

       procedure division using ls-log-entry ls-log-status.
       0000-MAIN.
           open extend LOG-FILE.
           if ws-log-status = "35"
               open output LOG-FILE
           end-if.
           if ws-log-status NOT = "00"
               move ws-log-status to ls-log-status
               goback
           end-if.
           move ls-log-entry to OPERATOR-LOG-RECORD.
           accept OPLG-DATE from date yyyymmdd.
           accept ws-time-now from time.
           move ws-time-now(1:6) to OPLG-TIME.
           write OPERATOR-LOG-RECORD.
           move ws-log-status to ls-log-status.
           close LOG-FILE.
           goback.
