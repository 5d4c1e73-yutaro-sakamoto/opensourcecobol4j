      * business edit of one transaction against the stream's edit
      * rules, called by driver (live and trial) and by mstbld's
      * replay before any master update. the caller supplies the file
      * prefix, the transaction and a 30-byte reason; the reason comes
      * back blank when the transaction passes, or naming the field
      * and the rule it broke, e.g. "NUM1 FAILS EDIT: BELOW MINIMUM",
      * ready to go on the reject record. the prefix RULE.DAT file is
      * loaded on the first call for a prefix and kept until the
      * prefix changes; a stream with no rules file passes everything.
      * only adds, updates and changes are edited - a delete carries
      * no field values - and a change only on the fields it supplies.
      * the fields are edited in record order, the first failure being
      * the one reported.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 editsub.
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
       01 ws-rule-eof pic x value "N".
           88 ws-rule-end-of-file value "Y".
       01 ws-loaded-flag pic x value "N".
           88 ws-rules-loaded value "Y".
       01 ws-loaded-prefix pic x(8) value spaces.
       01 ws-rule-defined-count pic 9(2) value zero.
      * one slot per transaction field in record order, so the edit
      * runs NUM1 through STR3 whatever order the file is in.
       01 ws-field-name-values pic x(24)
           value "NUM1NUM2NUM3STR1STR2STR3".
       01 ws-field-name-table redefines ws-field-name-values.
           05 ws-field-slot-name pic x(4) occurs 6 times.
       01 ws-rule-table.
           05 ws-rule-entry occurs 6 times indexed by rl-idx.
               10 ws-rl-defined pic x(1).
               10 ws-rl-required pic x(1).
               10 ws-rl-min pic 9(7).
               10 ws-rl-max pic 9(7).
               10 ws-rl-count pic 9(2).
               10 ws-rl-value pic x(10) occurs 10 times.
       01 ws-rule-sub pic 9(2).
       01 ws-slot-sub pic 9(2).
       01 ws-value-sub pic 9(2).
       01 ws-field-name pic x(4).
       01 ws-field-text pic x(10).
       01 ws-field-number pic 9(7).
       01 ws-field-numeric pic x(1).
           88 ws-field-is-numeric value "Y".
       01 ws-field-supplied pic x(1).
           88 ws-field-is-supplied value "Y".
       01 ws-value-found pic x(1).
           88 ws-value-allowed value "Y".
       01 ws-edit-failure pic x(13).

       linkage section.
       01 ls-file-prefix pic x(8).
       COPY "tranrec.cpy".
       01 ls-edit-reason pic x(30).

       procedure division using ls-file-prefix TRANSACTION-RECORD
           ls-edit-reason.
       0000-MAIN.
           move spaces to ls-edit-reason.
           if not ws-rules-loaded
               or ls-file-prefix NOT = ws-loaded-prefix
               perform 1000-LOAD-RULES
           end-if.
           if ws-rule-defined-count > zero
               and (TRAN-ADD or TRAN-UPDATE or TRAN-CHANGE)
               perform 2000-EDIT-ONE-FIELD
                   varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > 6
                      or ls-edit-reason NOT = spaces
           end-if.
           goback.

       1000-LOAD-RULES.
           move ls-file-prefix to ws-loaded-prefix.
           move "Y" to ws-loaded-flag.
           move zero to ws-rule-defined-count.
           perform 1100-CLEAR-ONE-SLOT
               varying ws-slot-sub from 1 by 1
               until ws-slot-sub > 6.
           move spaces to ws-rule-fn.
           string function trim(ls-file-prefix) delimited by size
               "RULE.DAT" delimited by size
               into ws-rule-fn.
           move "N" to ws-rule-eof.
           open input RULE-FILE.
           if ws-rule-status NOT = "00"
               move "Y" to ws-rule-eof
           end-if.
           perform 1200-LOAD-ONE-RULE
               until ws-rule-end-of-file.
           if ws-rule-status = "10" or ws-rule-status = "00"
               close RULE-FILE
           end-if.

       1100-CLEAR-ONE-SLOT.
           set rl-idx to ws-slot-sub.
           move "N" to ws-rl-defined(rl-idx).
           move "N" to ws-rl-required(rl-idx).
           move zero to ws-rl-min(rl-idx).
           move zero to ws-rl-max(rl-idx).
           move zero to ws-rl-count(rl-idx).

      * a record naming no known field is ignored; rulmaint never
      * writes one. unreadable bounds and counts count as zero.
       1200-LOAD-ONE-RULE.
           read RULE-FILE
               at end
                   move "Y" to ws-rule-eof
               not at end
                   move zero to ws-rule-sub
                   perform 1210-MATCH-ONE-SLOT
                       varying ws-slot-sub from 1 by 1
                       until ws-slot-sub > 6
                   if ws-rule-sub > zero
                       perform 1220-STORE-RULE
                   end-if
           end-read.

       1210-MATCH-ONE-SLOT.
           if ws-field-slot-name(ws-slot-sub) = RULE-FIELD-NAME
               move ws-slot-sub to ws-rule-sub
           end-if.

       1220-STORE-RULE.
           set rl-idx to ws-rule-sub.
           if ws-rl-defined(rl-idx) NOT = "Y"
               add 1 to ws-rule-defined-count
           end-if.
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

       2000-EDIT-ONE-FIELD.
           set rl-idx to ws-rule-sub.
           if ws-rl-defined(rl-idx) = "Y"
               move ws-field-slot-name(ws-rule-sub) to ws-field-name
               move spaces to ws-edit-failure
               perform 2100-GET-FIELD-VALUE
               evaluate true
                   when not ws-field-is-supplied
                       continue
                   when ws-field-name(1:3) = "NUM"
                       perform 2200-EDIT-NUMERIC-FIELD
                   when other
                       perform 2300-EDIT-STRING-FIELD
               end-evaluate
               if ws-edit-failure NOT = spaces
                   string ws-field-name " FAILS EDIT: "
                       ws-edit-failure
                       delimited by size into ls-edit-reason
               end-if
           end-if.

       2100-GET-FIELD-VALUE.
           move "N" to ws-field-numeric.
           move zero to ws-field-number.
           move spaces to ws-field-text.
           move "Y" to ws-field-supplied.
           evaluate ws-rule-sub
               when 1
                   if TRAN-NUM1 numeric
                       move "Y" to ws-field-numeric
                       move TRAN-NUM1 to ws-field-number
                   end-if
               when 2
                   if TRAN-NUM2 numeric
                       move "Y" to ws-field-numeric
                       move TRAN-NUM2 to ws-field-number
                   end-if
               when 3
                   if TRAN-NUM3 numeric
                       move "Y" to ws-field-numeric
                       move TRAN-NUM3 to ws-field-number
                   end-if
               when 4
                   move TRAN-STR1 to ws-field-text
               when 5
                   move TRAN-STR2 to ws-field-text
               when 6
                   move TRAN-STR3 to ws-field-text
           end-evaluate.
           if TRAN-CHANGE
               perform 2110-CHECK-CHANGE-SUPPLIED
           end-if.

      * a change leaves a field it does not supply all spaces, and the
      * master keeps that field's value, so there is nothing to edit.
       2110-CHECK-CHANGE-SUPPLIED.
           evaluate ws-rule-sub
               when 1
                   if TRAN-NUM1-X = spaces
                       move "N" to ws-field-supplied
                   end-if
               when 2
                   if TRAN-NUM2-X = spaces
                       move "N" to ws-field-supplied
                   end-if
               when 3
                   if TRAN-NUM3-X = spaces
                       move "N" to ws-field-supplied
                   end-if
               when other
                   if ws-field-text = spaces
                       move "N" to ws-field-supplied
                   end-if
           end-evaluate.

       2200-EDIT-NUMERIC-FIELD.
           evaluate true
               when not ws-field-is-numeric
                   move "NOT NUMERIC" to ws-edit-failure
               when ws-rl-required(rl-idx) = "Y"
                   and ws-field-number = zero
                   move "REQUIRED" to ws-edit-failure
               when ws-rl-min(rl-idx) > zero
                   and ws-field-number < ws-rl-min(rl-idx)
                   move "BELOW MINIMUM" to ws-edit-failure
               when ws-rl-max(rl-idx) > zero
                   and ws-field-number > ws-rl-max(rl-idx)
                   move "ABOVE MAXIMUM" to ws-edit-failure
           end-evaluate.

       2300-EDIT-STRING-FIELD.
           if ws-field-text = spaces
               if ws-rl-required(rl-idx) = "Y"
                   move "REQUIRED" to ws-edit-failure
               end-if
           else
               if ws-rl-count(rl-idx) > zero
                   move "N" to ws-value-found
                   perform 2310-MATCH-ONE-VALUE
                       varying ws-value-sub from 1 by 1
                       until ws-value-sub > ws-rl-count(rl-idx)
                   if not ws-value-allowed
                       move "NOT ALLOWED" to ws-edit-failure
                   end-if
               end-if
           end-if.

       2310-MATCH-ONE-VALUE.
           if ws-rl-value(rl-idx, ws-value-sub) = ws-field-text
               move "Y" to ws-value-found
           end-if.
