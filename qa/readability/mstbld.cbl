      * order, replays each one (and finally the live transaction
      * file, which is not yet archived) through the same logic
      * driver runs live - key-sequence edit, effective-date hold,
      * business edit rules, add/update/change/delete, and reject
      * recycling with aging - builds the result into the prefix
      * MSTN.DAT new master and prints a comparison against the
      * damaged prefix MSTR.DAT master (keys only in old, only in new,
      * differing fields) to the prefix RBLD.RPT proof report, so the
      * rebuild can be proven before cutting over. the pending hold
      * and the recycle queue are kept in storage across generations,
      * standing in for the PEND.DAT and REJ.DAT files the live runs
      * used.
      * caller supplies the file prefix (blank defaults to "PROG").
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 mstbld.
       01 ws-high-key pic 9(6) value zero.
       01 ws-key-edit-flag pic x(1).
       01 ws-replay-reject-flag pic x(1).
       01 ws-edit-reason pic x(30).
       01 ws-edit-failure-count pic 9(9) value zero.
       01 ws-change-tran-image pic x(48).
       01 ws-release-date pic 9(8).
       01 ws-replay-attempts pic 9(2) value zero.
       01 ws-queue-attempts pic 9(2).
      * transactions future-dated at their generation, held until a
       01 ws-differ-count pic 9(9) value zero.
       01 ws-match-count pic 9(9) value zero.
       COPY "wsfields.cpy".
       COPY "calparm.cpy".

       procedure division.
       0000-MAIN.
                               add 1 to ws-seq-reject-count
                               add 1 to ws-final-disp-count
                           else
                           move zero to ws-release-date
                           if TRAN-EFF-DATE numeric
                               move TRAN-EFF-DATE to ws-release-date
                               perform 2118-ROLL-EFFECTIVE-DATE
                           end-if
                           if ws-release-date > ws-gen-run-date
                               perform 2116-PARK-REPLAY-TRAN
                           else
                               add 1 to ws-replayed-count
       2114-RELEASE-ONE-PENDING.
           set rpp-idx to ws-rp-pend-sub.
           if ws-rpp-used(rpp-idx) = "N"
               move ws-rpp-eff-date(rpp-idx) to ws-release-date
               perform 2118-ROLL-EFFECTIVE-DATE
               if ws-release-date <= ws-gen-run-date
                   move "Y" to ws-rpp-used(rpp-idx)
                   move ws-rpp-image(rpp-idx) to TRANSACTION-RECORD
                   move zero to ws-replay-attempts
                   perform 2125-REPLAY-APPLY-ONE
                   add 1 to ws-released-count
               end-if
           end-if.

       2116-PARK-REPLAY-TRAN.
               end-if
           end-if.

      * driver's holiday roll: an effective date on a day that is not
      * a business day counts as the next business day. the calendar
      * used is PROGCAL.DAT as it stands now.
       2118-ROLL-EFFECTIVE-DATE.
           if ws-release-date > zero
               move "R" to CALP-FUNCTION
               move ws-release-date to CALP-DATE
               call "calsub" using CALENDAR-PARMS
               if CALP-DATE-VALID
                   move CALP-RESULT-DATE to ws-release-date
               end-if
           end-if.

      * the same comparison driver's pre-pass makes: an equal key is
      * a duplicate, a lower key out of sequence, and live runs send
      * both straight to final disposition without applying them.
                   move "S" to ws-key-edit-flag
           end-evaluate.

      * the edit rules are the stream's RULE.DAT as it stands now, so
      * a rules change since a generation ran can move a transaction
      * between applied and rejected; the proof report's edit count
      * shows how many the rules turned away.
       2125-REPLAY-APPLY-ONE.
           move "N" to ws-replay-reject-flag.
           call "editsub" using ws-file-prefix TRANSACTION-RECORD
               ws-edit-reason.
           evaluate true
               when ws-edit-reason NOT = spaces
                   add 1 to ws-edit-failure-count
                   move "Y" to ws-replay-reject-flag
               when TRAN-ADD
                   perform 2130-REPLAY-ADD
               when TRAN-UPDATE
                   perform 2140-REPLAY-UPDATE
               when TRAN-CHANGE
                   perform 2145-REPLAY-CHANGE
               when TRAN-DELETE
                   perform 2150-REPLAY-DELETE
               when other
                   rewrite NEW-MASTER-RECORD
           end-read.

      * driver's change: the new master's current fields stand in for
      * any the transaction does not supply, then the fields are
      * derived again and the transaction image put back as received.
       2145-REPLAY-CHANGE.
           move TRAN-KEY to NEWM-KEY.
           read NEW-MASTER-FILE
               invalid key
                   move "Y" to ws-replay-reject-flag
               not invalid key
                   perform 2146-MERGE-CHANGE-FIELDS
                   perform 2160-DERIVE-FIELDS
                   perform 2170-BUILD-NEW-MASTER-FIELDS
                   move ws-change-tran-image to TRANSACTION-RECORD
                   rewrite NEW-MASTER-RECORD
           end-read.

       2146-MERGE-CHANGE-FIELDS.
           move TRANSACTION-RECORD to ws-change-tran-image.
           if TRAN-NUM1-X = spaces
               move NEWM-NUM1 to TRAN-NUM1
           end-if.
           if TRAN-NUM2-X = spaces
               move NEWM-NUM2 to TRAN-NUM2
           end-if.
           if TRAN-NUM3-X = spaces
               move NEWM-NUM3 to TRAN-NUM3
           end-if.
           if TRAN-STR1 = spaces
               move NEWM-STR1 to TRAN-STR1
           end-if.
           if TRAN-STR2 = spaces
               move NEWM-STR2 to TRAN-STR2
           end-if.
           if TRAN-STR3 = spaces
               move NEWM-STR3 to TRAN-STR3
           end-if.

       2150-REPLAY-DELETE.
           move TRAN-KEY to NEWM-KEY.
           delete NEW-MASTER-FILE record
           string "GENERATIONS REPLAYED: " ws-gen-count
               "  TRANSACTIONS REPLAYED: " ws-replayed-count
               "  REPLAY REJECTS: " ws-replay-reject-count
               "  EDIT FAILURES: " ws-edit-failure-count
               delimited by size into REPORT-RECORD.
           write REPORT-RECORD.
           move spaces to REPORT-RECORD.
