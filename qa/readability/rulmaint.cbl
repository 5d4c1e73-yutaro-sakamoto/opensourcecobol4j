      * operator maintenance for a stream's business edit rules, the
      * prefix RULE.DAT file editsub enforces for driver and mstbld.
      * each of the six transaction fields may carry one rule: a
      * required flag, and for NUM1-NUM3 a minimum and maximum, for
      * STR1-STR3 a list of up to ten allowed values. every rule is
      * validated before it is taken: bounds must be numeric, fit the
      * field and not cross, allowed values must be non-blank, fit the
      * field and not repeat. nothing reaches the file until the
      * operator saves, and leaving with unsaved changes is warned.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 rulmaint.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO DYNAMIC ws-rule-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-rule-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RULE-FILE.
           COPY "rulerec.cpy".

       working-storage section.
       01 ws-rule-status pic x(2).
       01 ws-rule-fn pic x(20).
       01 ws-file-prefix pic x(8).
       01 ws-panel-choice pic x(1).
           88 ws-panel-field values "1" thru "6".
           88 ws-panel-clear value "C".
           88 ws-panel-save value "S".
           88 ws-panel-exit values "X" " ".
       01 ws-panel-digit redefines ws-panel-choice pic 9(1).
       01 ws-answer pic x(10).
       01 ws-edit-len pic 9(2).
       01 ws-edit-prompt pic x(12).
       01 ws-edit-valid pic x value "N".
           88 ws-edit-done value "Y".
       01 ws-edit-number pic 9(7).
       01 ws-modified pic x value "N".
           88 ws-rules-modified value "Y".
       01 ws-rule-ok pic x value "N".
           88 ws-rule-valid value "Y".
       01 ws-field-name-values pic x(24)
           value "NUM1NUM2NUM3STR1STR2STR3".
       01 ws-field-name-table redefines ws-field-name-values.
           05 ws-field-slot-name pic x(4) occurs 6 times.
       01 ws-field-width-values pic x(12) value "050703051003".
       01 ws-field-width-table redefines ws-field-width-values.
           05 ws-field-slot-width pic 9(2) occurs 6 times.
       01 ws-rule-table.
           05 ws-rule-entry occurs 6 times indexed by rl-idx.
               10 ws-rl-defined pic x(1).
               10 ws-rl-required pic x(1).
               10 ws-rl-min pic 9(7).
               10 ws-rl-max pic 9(7).
               10 ws-rl-count pic 9(2).
               10 ws-rl-value pic x(10) occurs 10 times.
      * the rule being changed is built here and only copied into the
      * table once it validates, so a rejected change leaves the
      * field's existing rule as it was.
       01 ws-new-rule.
           05 ws-new-required pic x(1).
           05 ws-new-min pic 9(7).
           05 ws-new-max pic 9(7).
           05 ws-new-count pic 9(2).
           05 ws-new-value pic x(10) occurs 10 times.
       01 ws-field-sub pic 9(2).
       01 ws-value-sub pic 9(2).
       01 ws-check-sub pic 9(2).
       01 ws-rule-count pic 9(2).
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           move "?" to ws-panel-choice.
           perform 2000-RULE-PANEL
               until ws-panel-exit.
           if ws-rules-modified
               display "RULMAINT: WARNING - CHANGES NOT SAVED"
           end-if.
           stop run.

       1000-INITIALIZE.
           display "RULMAINT: ENTER FILE PREFIX (BLANK FOR PROG)".
           accept ws-file-prefix.
           if ws-file-prefix = spaces
               move "PROG" to ws-file-prefix
           end-if.
           move spaces to ws-rule-fn.
           string function trim(ws-file-prefix) delimited by size
               "RULE.DAT" delimited by size
               into ws-rule-fn.
           perform 1100-CLEAR-ONE-RULE
               varying ws-field-sub from 1 by 1
               until ws-field-sub > 6.
           open input RULE-FILE.
           if ws-rule-status = "00"
               perform 1200-LOAD-ONE-RULE
                   until ws-end-of-file
               close RULE-FILE
           else
               display "RULMAINT: NO " function trim(ws-rule-fn)
                   " YET, STARTING WITH NO RULES"
           end-if.

       1100-CLEAR-ONE-RULE.
           set rl-idx to ws-field-sub.
           move "N" to ws-rl-defined(rl-idx).
           move "N" to ws-rl-required(rl-idx).
           move zero to ws-rl-min(rl-idx).
           move zero to ws-rl-max(rl-idx).
           move zero to ws-rl-count(rl-idx).
           move spaces to ws-new-rule.
           perform 1110-CLEAR-ONE-VALUE
               varying ws-value-sub from 1 by 1
               until ws-value-sub > 10.

       1110-CLEAR-ONE-VALUE.
           move spaces to ws-rl-value(rl-idx, ws-value-sub).

       1200-LOAD-ONE-RULE.
           read RULE-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   move zero to ws-check-sub
                   perform 1210-MATCH-ONE-FIELD
                       varying ws-field-sub from 1 by 1
                       until ws-field-sub > 6
                   if ws-check-sub > zero
                       perform 1220-STORE-RULE
                   end-if
           end-read.

       1210-MATCH-ONE-FIELD.
           if ws-field-slot-name(ws-field-sub) = RULE-FIELD-NAME
               move ws-field-sub to ws-check-sub
           end-if.

       1220-STORE-RULE.
           set rl-idx to ws-check-sub.
           move "Y" to ws-rl-defined(rl-idx).
           move RULE-REQUIRED to ws-rl-required(rl-idx).
           if RULE-MIN-VALUE numeric
               move RULE-MIN-VALUE to ws-rl-min(rl-idx)
           end-if.
           if RULE-MAX-VALUE numeric
               move RULE-MAX-VALUE to ws-rl-max(rl-idx)
           end-if.
           if RULE-VALUE-COUNT numeric and RULE-VALUE-COUNT <= 10
               move RULE-VALUE-COUNT to ws-rl-count(rl-idx)
           end-if.
           perform 1230-STORE-ONE-VALUE
               varying ws-value-sub from 1 by 1
               until ws-value-sub > 10.

       1230-STORE-ONE-VALUE.
           move RULE-ALLOWED-VALUE(ws-value-sub)
               to ws-rl-value(rl-idx, ws-value-sub).

      ******************************************************
      * the rules panel
      ******************************************************
       2000-RULE-PANEL.
           display "EDIT RULES IN " function trim(ws-rule-fn).
           perform 2100-LIST-ONE-RULE
               varying ws-field-sub from 1 by 1
               until ws-field-sub > 6.
           display "1-6=CHANGE FIELD C=CLEAR FIELD S=SAVE X=EXIT "
               "(BLANK=X)".
           accept ws-panel-choice.
           evaluate true
               when ws-panel-field
                   move ws-panel-digit to ws-field-sub
                   perform 3000-CHANGE-RULE
               when ws-panel-clear
                   perform 4000-CLEAR-RULE
               when ws-panel-save
                   perform 5000-SAVE-RULES
               when ws-panel-exit
                   continue
               when other
                   display "RULMAINT: INVALID CHOICE"
           end-evaluate.

       2100-LIST-ONE-RULE.
           set rl-idx to ws-field-sub.
           evaluate true
               when ws-rl-defined(rl-idx) NOT = "Y"
                   display "  " ws-field-sub " "
                       ws-field-slot-name(ws-field-sub) " NO RULE"
               when ws-field-sub <= 3
                   display "  " ws-field-sub " "
                       ws-field-slot-name(ws-field-sub)
                       " REQUIRED " ws-rl-required(rl-idx)
                       " MIN " ws-rl-min(rl-idx)
                       " MAX " ws-rl-max(rl-idx)
               when other
                   display "  " ws-field-sub " "
                       ws-field-slot-name(ws-field-sub)
                       " REQUIRED " ws-rl-required(rl-idx)
                       " ALLOWED VALUES " ws-rl-count(rl-idx)
                   perform 2110-LIST-ONE-VALUE
                       varying ws-value-sub from 1 by 1
                       until ws-value-sub > ws-rl-count(rl-idx)
           end-evaluate.

       2110-LIST-ONE-VALUE.
           display "       " ws-rl-value(rl-idx, ws-value-sub).

      ******************************************************
      * change one field's rule
      ******************************************************
       3000-CHANGE-RULE.
           set rl-idx to ws-field-sub.
           move ws-field-slot-width(ws-field-sub) to ws-edit-len.
           move ws-rl-required(rl-idx) to ws-new-required.
           move ws-rl-min(rl-idx) to ws-new-min.
           move ws-rl-max(rl-idx) to ws-new-max.
           move ws-rl-count(rl-idx) to ws-new-count.
           perform 3010-COPY-ONE-VALUE
               varying ws-value-sub from 1 by 1
               until ws-value-sub > 10.
           perform 3100-GET-REQUIRED.
           if ws-field-sub <= 3
               perform 3200-GET-BOUNDS
           else
               perform 3300-GET-ALLOWED-VALUES
           end-if.
           perform 3400-VALIDATE-RULE.
           if ws-rule-valid
               move "Y" to ws-rl-defined(rl-idx)
               move ws-new-required to ws-rl-required(rl-idx)
               move ws-new-min to ws-rl-min(rl-idx)
               move ws-new-max to ws-rl-max(rl-idx)
               move ws-new-count to ws-rl-count(rl-idx)
               perform 3020-TAKE-ONE-VALUE
                   varying ws-value-sub from 1 by 1
                   until ws-value-sub > 10
               move "Y" to ws-modified
           else
               display "RULMAINT: "
                   ws-field-slot-name(ws-field-sub)
                   " RULE NOT CHANGED"
           end-if.

       3010-COPY-ONE-VALUE.
           move ws-rl-value(rl-idx, ws-value-sub)
               to ws-new-value(ws-value-sub).

       3020-TAKE-ONE-VALUE.
           if ws-value-sub > ws-new-count
               move spaces to ws-new-value(ws-value-sub)
           end-if.
           move ws-new-value(ws-value-sub)
               to ws-rl-value(rl-idx, ws-value-sub).

       3100-GET-REQUIRED.
           move "N" to ws-edit-valid.
           perform 3110-ACCEPT-REQUIRED-ANSWER
               until ws-edit-done.

       3110-ACCEPT-REQUIRED-ANSWER.
           display ws-field-slot-name(ws-field-sub)
               " REQUIRED? Y/N (BLANK=KEEP " ws-new-required ")".
           accept ws-answer.
           evaluate true
               when ws-answer = spaces
                   move "Y" to ws-edit-valid
               when ws-answer = "Y" or ws-answer = "N"
                   move ws-answer(1:1) to ws-new-required
                   move "Y" to ws-edit-valid
               when other
                   display "  NOT Y OR N, RE-ENTER"
           end-evaluate.

      * a bound is keyed at the full width of the field, as the
      * starting values are in inmaint, so it can never be a value
      * the field could not hold. zero leaves that end open.
       3200-GET-BOUNDS.
           move spaces to ws-edit-prompt.
           string ws-field-slot-name(ws-field-sub) " MINIMUM"
               delimited by size into ws-edit-prompt.
           move ws-new-min to ws-edit-number.
           perform 3210-GET-BOUND.
           move ws-edit-number to ws-new-min.
           move spaces to ws-edit-prompt.
           string ws-field-slot-name(ws-field-sub) " MAXIMUM"
               delimited by size into ws-edit-prompt.
           move ws-new-max to ws-edit-number.
           perform 3210-GET-BOUND.
           move ws-edit-number to ws-new-max.

       3210-GET-BOUND.
           move "N" to ws-edit-valid.
           perform 3211-ACCEPT-BOUND-ANSWER
               until ws-edit-done.

       3211-ACCEPT-BOUND-ANSWER.
           display "NEW " ws-edit-prompt " (" ws-edit-len
               " DIGITS, ZERO=NO BOUND, BLANK=KEEP)".
           accept ws-answer.
           if ws-answer = spaces
               move "Y" to ws-edit-valid
           else
               if ws-answer(1:ws-edit-len) numeric
                   and ws-answer(ws-edit-len + 1:) = spaces
                   move ws-answer(1:ws-edit-len) to ws-edit-number
                   move "Y" to ws-edit-valid
               else
                   display "  NOT " ws-edit-len " DIGITS, RE-ENTER"
               end-if
           end-if.

       3300-GET-ALLOWED-VALUES.
           move "N" to ws-edit-valid.
           perform 3310-ACCEPT-COUNT-ANSWER
               until ws-edit-done.
           perform 3320-GET-ONE-VALUE
               varying ws-value-sub from 1 by 1
               until ws-value-sub > ws-new-count.

       3310-ACCEPT-COUNT-ANSWER.
           display "NUMBER OF ALLOWED VALUES (00-10, 00=ANY VALUE, "
               "BLANK=KEEP " ws-new-count ")".
           accept ws-answer.
           if ws-answer = spaces
               move "Y" to ws-edit-valid
           else
               if ws-answer(1:2) numeric
                   and ws-answer(3:) = spaces
                   and ws-answer(1:2) <= "10"
                   move ws-answer(1:2) to ws-new-count
                   move "Y" to ws-edit-valid
               else
                   display "  NOT 00 TO 10, RE-ENTER"
               end-if
           end-if.

       3320-GET-ONE-VALUE.
           move "N" to ws-edit-valid.
           perform 3321-ACCEPT-VALUE-ANSWER
               until ws-edit-done.

      * an allowed value may not be blank: a blank field is governed
      * by the required flag, not by the list.
       3321-ACCEPT-VALUE-ANSWER.
           display "ALLOWED VALUE " ws-value-sub " (MAX " ws-edit-len
               " CHARACTERS, BLANK=KEEP "
               function trim(ws-new-value(ws-value-sub)) ")".
           accept ws-answer.
           evaluate true
               when ws-answer = spaces
                   and ws-new-value(ws-value-sub) = spaces
                   display "  A VALUE IS NEEDED, RE-ENTER"
               when ws-answer = spaces
                   move "Y" to ws-edit-valid
               when ws-edit-len < 10
                   and ws-answer(ws-edit-len + 1:) NOT = spaces
                   display "  LONGER THAN " ws-edit-len
                       " CHARACTERS, RE-ENTER"
               when other
                   move ws-answer to ws-new-value(ws-value-sub)
                   move "Y" to ws-edit-valid
           end-evaluate.

       3400-VALIDATE-RULE.
           move "Y" to ws-rule-ok.
           if ws-new-min > zero and ws-new-max > zero
               and ws-new-min > ws-new-max
               display "RULMAINT: MINIMUM " ws-new-min
                   " IS ABOVE MAXIMUM " ws-new-max
               move "N" to ws-rule-ok
           end-if.
           perform 3410-CHECK-ONE-VALUE
               varying ws-value-sub from 1 by 1
               until ws-value-sub > ws-new-count.

       3410-CHECK-ONE-VALUE.
           perform 3411-COMPARE-ONE-VALUE
               varying ws-check-sub from 1 by 1
               until ws-check-sub >= ws-value-sub.

       3411-COMPARE-ONE-VALUE.
           if ws-new-value(ws-check-sub) = ws-new-value(ws-value-sub)
               display "RULMAINT: VALUE "
                   function trim(ws-new-value(ws-value-sub))
                   " IS LISTED TWICE"
               move "N" to ws-rule-ok
           end-if.

      ******************************************************
      * clear a field's rule and save the file
      ******************************************************
       4000-CLEAR-RULE.
           display "CLEAR WHICH FIELD (1-6)?".
           accept ws-answer.
           if ws-answer(1:1) >= "1" and ws-answer(1:1) <= "6"
               and ws-answer(2:) = spaces
               move ws-answer(1:1) to ws-panel-choice
               move ws-panel-digit to ws-field-sub
               perform 1100-CLEAR-ONE-RULE
               move "Y" to ws-modified
               move "?" to ws-panel-choice
           else
               display "RULMAINT: NO SUCH FIELD"
           end-if.

       5000-SAVE-RULES.
           move zero to ws-rule-count.
           open output RULE-FILE.
           if ws-rule-status NOT = "00"
               display "RULMAINT: cannot write "
                   function trim(ws-rule-fn) ", status "
                   ws-rule-status
           else
               perform 5100-SAVE-ONE-RULE
                   varying ws-field-sub from 1 by 1
                   until ws-field-sub > 6
               close RULE-FILE
               move "N" to ws-modified
               display "RULMAINT: " function trim(ws-rule-fn)
                   " WRITTEN (" ws-rule-count " RULES)"
           end-if.

       5100-SAVE-ONE-RULE.
           set rl-idx to ws-field-sub.
           if ws-rl-defined(rl-idx) = "Y"
               move spaces to RULE-RECORD
               move ws-field-slot-name(ws-field-sub)
                   to RULE-FIELD-NAME
               move ws-rl-required(rl-idx) to RULE-REQUIRED
               move ws-rl-min(rl-idx) to RULE-MIN-VALUE
               move ws-rl-max(rl-idx) to RULE-MAX-VALUE
               move ws-rl-count(rl-idx) to RULE-VALUE-COUNT
               perform 5110-SAVE-ONE-VALUE
                   varying ws-value-sub from 1 by 1
                   until ws-value-sub > 10
               write RULE-RECORD
               add 1 to ws-rule-count
           end-if.

       5110-SAVE-ONE-VALUE.
           move ws-rl-value(rl-idx, ws-value-sub)
               to RULE-ALLOWED-VALUE(ws-value-sub).
