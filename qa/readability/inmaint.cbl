      * the record is written: numeric fields must be numeric and all
      * fields are length-checked, and test-parameter labels must be
      * one of the paragraph names prog actually dispatches.
      * writing either file needs the operator's id and a reason
      * code, and the change goes to the PROGOPLG.DAT operator-action
      * log before the file is rewritten: the starting values as one
      * before and after entry, a table save as one summary entry.
      * each changed table position is logged once the table file
      * has been written, so no file is rewritten without a log
      * entry and the log never shows a change that was not saved.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 inmaint.
       ENVIRONMENT                 DIVISION.
       01 ws-edit-valid pic x value "N".
           88 ws-edit-done value "Y".
       01 ws-confirm pic x(1).
       01 ws-operator-id pic x(8).
       01 ws-reason-code pic x(4).
       01 ws-authority-flag pic x value "N".
           88 ws-change-authorized value "Y".
       01 ws-log-status pic x(2).
       01 ws-log-count pic 9(2).
       01 ws-old-fields pic x(33).
       01 ws-fields.
           05 ws-num1 pic 9(5).
           05 ws-num2 pic 9(7).
           05 ws-parm-entry occurs 50 times
               pic x(30).
       01 ws-parm-count pic 9(2) value zero.
       01 ws-old-parm-table.
           05 ws-old-parm-entry occurs 50 times
               pic x(30).
       01 ws-old-parm-count pic 9(2) value zero.
       01 ws-high-sub pic 9(2).
       01 ws-old-label pic x(30).
       01 ws-parm-sub pic 9(2).
       01 ws-shift-sub pic 9(2).
       01 ws-from-sub pic 9(2).
           88 ws-parms-modified value "Y".
       01 ws-label-ok pic x value "N".
           88 ws-label-valid value "Y".
       COPY "oplgrec.cpy".

       procedure division.
       0000-MAIN.
      ******************************************************
       2000-MAINTAIN-STARTING-VALUES.
           perform 2100-LOAD-STARTING-VALUES.
           move ws-fields to ws-old-fields.
           display "CURRENT STARTING VALUES".
           display "  NUM1 " ws-num1.
           display "  NUM2 " ws-num2.
           end-if.
           display "WRITE PROGIN.DAT? Y=YES".
           accept ws-confirm.
           move "N" to ws-authority-flag.
           move spaces to ws-log-status.
           if ws-confirm = "Y"
               perform 4000-ACCEPT-AUTHORITY
                   thru 4000-EXIT
           end-if.
           if ws-change-authorized
               perform 2300-LOG-STARTING-VALUES
           end-if.
           if ws-change-authorized and ws-log-status = "00"
               open output INPUT-FILE
               move ws-num1 to IN-NUM1
               move ws-num2 to IN-NUM2
               display "INMAINT: NOT WRITTEN"
           end-if.

       2300-LOG-STARTING-VALUES.
           move spaces to OPERATOR-LOG-RECORD.
           move "PROGIN WRITE" to OPLG-ACTION.
           move ws-old-fields to OPLG-BEFORE-VALUE.
           move ws-fields to OPLG-AFTER-VALUE.
           perform 4100-LOG-ONE-ACTION.

      * starting values default to the same constants prog.cbl uses
      * when PROGIN.DAT is absent, so the panel shows what a run
      * would actually start with.
      ******************************************************
       3000-MAINTAIN-TEST-PARMS.
           perform 3100-LOAD-TEST-PARMS.
           move ws-parm-table to ws-old-parm-table.
           move ws-parm-count to ws-old-parm-count.
           move "N" to ws-modified.
           move "?" to ws-panel-choice.
           perform 3200-PARM-PANEL
                   perform 3500-MOVE-PARM
               when ws-panel-save
                   perform 3600-SAVE-PARMS
                       thru 3600-EXIT
               when ws-panel-exit
                   continue
               when other
               to ws-parm-entry(ws-shift-sub).

       3600-SAVE-PARMS.
           move "N" to ws-authority-flag.
           perform 4000-ACCEPT-AUTHORITY
               thru 4000-EXIT.
           if NOT ws-change-authorized
               display "INMAINT: NOT WRITTEN"
               go to 3600-EXIT
           end-if.
           perform 3620-LOG-SAVE-SUMMARY.
           if ws-log-status NOT = "00"
               display "INMAINT: NOT WRITTEN"
               go to 3600-EXIT
           end-if.
           open output TESTPARM-FILE.
           if ws-testparm-status NOT = "00"
               display "INMAINT: cannot write PROGTPRM.DAT, status "
                   ws-testparm-status
               move spaces to OPERATOR-LOG-RECORD
               move "PROGTPRM NOT SAVED" to OPLG-ACTION
               string "OPEN STATUS " ws-testparm-status
                   delimited by size into OPLG-AFTER-VALUE
               perform 4100-LOG-ONE-ACTION
               go to 3600-EXIT
           end-if.
           perform 3610-SAVE-ONE-PARM
               varying ws-parm-sub from 1 by 1
               until ws-parm-sub > ws-parm-count.
           close TESTPARM-FILE.
           perform 3630-LOG-ONE-POSITION
               varying ws-parm-sub from 1 by 1
               until ws-parm-sub > ws-high-sub
                  or ws-log-status NOT = "00".
           move ws-parm-table to ws-old-parm-table.
           move ws-parm-count to ws-old-parm-count.
           move "N" to ws-modified.
           display "INMAINT: PROGTPRM.DAT WRITTEN ("
               ws-parm-count " ENTRIES)".
       3600-EXIT.
           exit.

       3610-SAVE-ONE-PARM.
           move ws-parm-entry(ws-parm-sub) to TESTPARM-LABEL.
           write TESTPARM-RECORD.

      * the save is logged once, before the file is rewritten, with
      * the entry counts and how many positions change; the changed
      * positions themselves are logged by 3630 only once the file
      * has been written, so the log never shows a label change that
      * did not reach PROGTPRM.DAT.
       3620-LOG-SAVE-SUMMARY.
           move zero to ws-log-count.
           move ws-parm-count to ws-high-sub.
           if ws-old-parm-count > ws-high-sub
               move ws-old-parm-count to ws-high-sub
           end-if.
           perform 3621-COUNT-ONE-POSITION
               varying ws-parm-sub from 1 by 1
               until ws-parm-sub > ws-high-sub.
           move spaces to OPERATOR-LOG-RECORD.
           move "PROGTPRM SAVE" to OPLG-ACTION.
           string "ENTRIES " ws-old-parm-count
               delimited by size into OPLG-BEFORE-VALUE.
           string "ENTRIES " ws-parm-count
               " POSITIONS CHANGED " ws-log-count
               delimited by size into OPLG-AFTER-VALUE.
           perform 4100-LOG-ONE-ACTION.

       3621-COUNT-ONE-POSITION.
           perform 3622-GET-POSITION-LABELS.
           if ws-new-label NOT = ws-old-label
               add 1 to ws-log-count
           end-if.

       3622-GET-POSITION-LABELS.
           move spaces to ws-old-label.
           if ws-parm-sub <= ws-old-parm-count
               move ws-old-parm-entry(ws-parm-sub) to ws-old-label
           end-if.
           move spaces to ws-new-label.
           if ws-parm-sub <= ws-parm-count
               move ws-parm-entry(ws-parm-sub) to ws-new-label
           end-if.

       3630-LOG-ONE-POSITION.
           perform 3622-GET-POSITION-LABELS.
           if ws-new-label NOT = ws-old-label
               move spaces to OPERATOR-LOG-RECORD
               move "PROGTPRM ENTRY" to OPLG-ACTION
               string ws-parm-sub " " ws-old-label
                   delimited by size into OPLG-BEFORE-VALUE
               string ws-parm-sub " " ws-new-label
                   delimited by size into OPLG-AFTER-VALUE
               perform 4100-LOG-ONE-ACTION
           end-if.

      ******************************************************
      * operator id, reason code and the action log
      ******************************************************
       4000-ACCEPT-AUTHORITY.
           display "OPERATOR ID (BLANK=CANCEL)?".
           accept ws-operator-id.
           if ws-operator-id = spaces
               go to 4000-EXIT
           end-if.
           display "REASON CODE (BLANK=CANCEL)?".
           accept ws-reason-code.
           if ws-reason-code = spaces
               go to 4000-EXIT
           end-if.
           move "Y" to ws-authority-flag.
       4000-EXIT.
           exit.

      * the caller has filled the action and the before and after
      * values; the files inmaint keeps have no stream prefix.
       4100-LOG-ONE-ACTION.
           move "INMAINT" to OPLG-PROGRAM.
           move "PROG" to OPLG-PREFIX.
           move ws-operator-id to OPLG-OPERATOR-ID.
           move ws-reason-code to OPLG-REASON-CODE.
           call "oplgsub" using OPERATOR-LOG-RECORD ws-log-status.
           if ws-log-status NOT = "00"
               display "INMAINT: cannot write PROGOPLG.DAT, status "
                   ws-log-status
           end-if.
