      * with the block flag off so driver will accept the stream's
      * next run. the position itself is not changed - only the
      * block - so the next run is still proven against it.
      * clearing needs the operator's id and a reason code and a
      * second, different operator's id as approver, and the clear
      * is written to the PROGOPLG.DAT operator-action log before
      * the block comes off.
      * caller supplies the file prefix (blank defaults to "PROG").
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 balclr.
       01 ws-balance-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-confirm pic x(1).
       01 ws-operator-id pic x(8).
       01 ws-approver-id pic x(8).
       01 ws-reason-code pic x(4).
       01 ws-authority-flag pic x value "N".
           88 ws-clear-authorized value "Y".
       01 ws-log-status pic x(2).
       01 ws-saved-position.
           05 ws-sav-run-date pic 9(8).
           05 ws-sav-count pic 9(9).
           05 ws-sav-num1-hash pic 9(11).
           05 ws-sav-num2-hash pic 9(13).
           05 ws-sav-block pic x(1).
       COPY "oplgrec.cpy".

       procedure division.
       0000-MAIN.
           if ws-sav-block NOT = "Y"
               display "BALCLR: STREAM IS NOT BLOCKED, NO CHANGE"
           else
               display "BALCLR: STREAM IS BLOCKED."
               perform 2100-ACCEPT-AUTHORITY thru 2100-EXIT
           end-if.
           if ws-clear-authorized
               display "BALCLR: CLEAR? Y=YES"
               accept ws-confirm
               if ws-confirm = "Y"
                   perform 2200-LOG-CLEAR
               end-if
               if ws-confirm = "Y" and ws-log-status = "00"
                   open output BALANCE-FILE
                   move ws-sav-run-date to BAL-RUN-DATE
                   move ws-sav-count to BAL-RECORD-COUNT
                   display "BALCLR: NOT CLEARED"
               end-if
           end-if.

      * the approver must be a second operator: the same id keyed
      * twice does not clear the block.
       2100-ACCEPT-AUTHORITY.
           display "BALCLR: OPERATOR ID (BLANK=CANCEL)".
           accept ws-operator-id.
           if ws-operator-id = spaces
               display "BALCLR: NOT CLEARED"
               go to 2100-EXIT
           end-if.
           display "BALCLR: REASON CODE (BLANK=CANCEL)".
           accept ws-reason-code.
           if ws-reason-code = spaces
               display "BALCLR: NOT CLEARED"
               go to 2100-EXIT
           end-if.
           display "BALCLR: APPROVER ID, A SECOND OPERATOR "
               "(BLANK=CANCEL)".
           accept ws-approver-id.
           if ws-approver-id = spaces
               display "BALCLR: NOT CLEARED"
               go to 2100-EXIT
           end-if.
           if ws-approver-id = ws-operator-id
               display "BALCLR: APPROVER MUST BE A DIFFERENT "
                   "OPERATOR - NOT CLEARED"
               go to 2100-EXIT
           end-if.
           move "Y" to ws-authority-flag.
       2100-EXIT.
           exit.

      * the clear is logged before it is made, so a block is never
      * lifted without its log entry.
       2200-LOG-CLEAR.
           move spaces to OPERATOR-LOG-RECORD.
           move "BALCLR" to OPLG-PROGRAM.
           move ws-file-prefix to OPLG-PREFIX.
           move "CLEAR BLOCK" to OPLG-ACTION.
           move ws-operator-id to OPLG-OPERATOR-ID.
           move ws-approver-id to OPLG-APPROVER-ID.
           move ws-reason-code to OPLG-REASON-CODE.
           string "BLOCK Y RUN " ws-sav-run-date
               " COUNT " ws-sav-count
               delimited by size into OPLG-BEFORE-VALUE.
           string "BLOCK N RUN " ws-sav-run-date
               " COUNT " ws-sav-count
               delimited by size into OPLG-AFTER-VALUE.
           call "oplgsub" using OPERATOR-LOG-RECORD ws-log-status.
           if ws-log-status NOT = "00"
               display "BALCLR: cannot write PROGOPLG.DAT, status "
                   ws-log-status " - block not cleared"
           end-if.
