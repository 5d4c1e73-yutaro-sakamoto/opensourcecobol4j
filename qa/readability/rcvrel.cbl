      * releases a deliberate resend held back by intake: lists every
      * identity on the PROGRCVD.DAT received-file register for the
      * keyed stream id and run date with its applied state and how
      * many times it was refused, and for each identity still
      * applied asks the operator to confirm a release after review.
      * a confirmed release appends an "L" event with the operator's
      * reason, after which intake accepts the file once more; the
      * "A" written when that rerun is applied locks it again.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 rcvrel.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "PROGRCVD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  REGISTER-FILE.
           COPY "rcvdreg.cpy".

       working-storage section.
       01 ws-register-status pic x(2).
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".
       01 ws-wanted-stream pic x(8).
       01 ws-answer pic x(8).
       01 ws-wanted-run-date pic 9(8).
       01 ws-confirm pic x(1).
       01 ws-reason pic x(30).
       01 ws-event-date pic 9(8).
       01 ws-event-time pic 9(8).
      * one row per distinct identity for the stream and run date;
      * the applied switch follows the register's "A" and "L" events
      * in order, so the last of them decides.
       01 ws-identity-table.
           05 ws-identity-entry occurs 20 times indexed by id-idx.
               10 ws-ident.
                   15 ws-ident-stream-id pic x(8).
                   15 ws-ident-run-date pic 9(8).
                   15 ws-ident-record-count pic 9(9).
                   15 ws-ident-num1-hash pic 9(11).
                   15 ws-ident-num2-hash pic 9(13).
               10 ws-ident-prefix pic x(8).
               10 ws-ident-tran-fn pic x(20).
               10 ws-ident-applied pic x(1).
               10 ws-ident-refusals pic 9(3).
       01 ws-identity-count pic 9(2) value zero.
       01 ws-identity-sub pic 9(2).
       01 ws-found-sub pic 9(2).
       01 ws-applied-count pic 9(2) value zero.
       01 ws-released-count pic 9(2) value zero.

       procedure division.
       0000-MAIN.
           perform 1000-INITIALIZE.
           perform 2000-LOAD-IDENTITIES.
           perform 3000-LIST-IDENTITIES
               varying ws-identity-sub from 1 by 1
               until ws-identity-sub > ws-identity-count.
           if ws-applied-count = zero
               display "RCVREL: NOTHING APPLIED FOR STREAM "
                   ws-wanted-stream " RUN " ws-wanted-run-date
                   ", NOTHING TO RELEASE"
           else
               perform 4000-RELEASE-ONE-IDENTITY
                   varying ws-identity-sub from 1 by 1
                   until ws-identity-sub > ws-identity-count
           end-if.
           display "RCVREL: " ws-released-count " RELEASED".
           stop run.

       1000-INITIALIZE.
           accept ws-event-date from date yyyymmdd.
           accept ws-event-time from time.
           display "RCVREL: STREAM ID AS ON THE FILE HEADER".
           accept ws-wanted-stream.
           display "RCVREL: RUN DATE (8 DIGITS)".
           accept ws-answer.
           if ws-answer(1:8) NOT numeric
               display "RCVREL: NOT AN 8-DIGIT DATE"
               move 16 to return-code
               stop run
           end-if.
           move ws-answer to ws-wanted-run-date.

       2000-LOAD-IDENTITIES.
           open input REGISTER-FILE.
           if ws-register-status NOT = "00"
               display "RCVREL: cannot open PROGRCVD.DAT, status "
                   ws-register-status
               move 16 to return-code
               stop run
           end-if.
           perform 2100-LOAD-ONE-EVENT
               until ws-end-of-file.
           close REGISTER-FILE.

       2100-LOAD-ONE-EVENT.
           read REGISTER-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   if RCVD-STREAM-ID = ws-wanted-stream
                       and RCVD-RUN-DATE = ws-wanted-run-date
                       perform 2110-FIND-IDENTITY
                       if ws-found-sub > zero
                           perform 2130-APPLY-EVENT
                       end-if
                   end-if
           end-read.

       2110-FIND-IDENTITY.
           move zero to ws-found-sub.
           perform 2120-MATCH-ONE-IDENTITY
               varying ws-identity-sub from 1 by 1
               until ws-identity-sub > ws-identity-count.
           if ws-found-sub = zero
               if ws-identity-count < 20
                   add 1 to ws-identity-count
                   move ws-identity-count to ws-found-sub
                   set id-idx to ws-found-sub
                   move RCVD-IDENTITY to ws-ident(id-idx)
                   move "N" to ws-ident-applied(id-idx)
                   move zero to ws-ident-refusals(id-idx)
               else
                   display "RCVREL: identity table full, "
                       "some files not listed"
               end-if
           end-if.

       2120-MATCH-ONE-IDENTITY.
           set id-idx to ws-identity-sub.
           if ws-ident(id-idx) = RCVD-IDENTITY
               move ws-identity-sub to ws-found-sub
           end-if.

       2130-APPLY-EVENT.
           set id-idx to ws-found-sub.
           move RCVD-PREFIX to ws-ident-prefix(id-idx).
           move RCVD-TRAN-FN to ws-ident-tran-fn(id-idx).
           evaluate true
               when RCVD-APPLIED
                   move "Y" to ws-ident-applied(id-idx)
               when RCVD-RELEASED
                   move "N" to ws-ident-applied(id-idx)
               when RCVD-REFUSED
                   add 1 to ws-ident-refusals(id-idx)
           end-evaluate.

       3000-LIST-IDENTITIES.
           set id-idx to ws-identity-sub.
           display "RCVREL: " ws-identity-sub
               " PREFIX " ws-ident-prefix(id-idx)
               " FILE " ws-ident-tran-fn(id-idx).
           display "        COUNT " ws-ident-record-count(id-idx)
               " NUM1 HASH " ws-ident-num1-hash(id-idx)
               " NUM2 HASH " ws-ident-num2-hash(id-idx).
           if ws-ident-applied(id-idx) = "Y"
               add 1 to ws-applied-count
               display "        APPLIED, REFUSED "
                   ws-ident-refusals(id-idx) " TIMES SINCE"
           else
               display "        NOT APPLIED - INTAKE WILL ACCEPT IT"
           end-if.

       4000-RELEASE-ONE-IDENTITY.
           set id-idx to ws-identity-sub.
           if ws-ident-applied(id-idx) = "Y"
               display "RCVREL: RELEASE " ws-identity-sub
                   " FOR ONE MORE RUN? Y=YES"
               accept ws-confirm
               if ws-confirm = "Y"
                   display "RCVREL: REASON FOR THE RESEND"
                   accept ws-reason
                   if ws-reason = spaces
                       display "RCVREL: NO REASON - NOT RELEASED"
                   else
                       perform 4100-WRITE-RELEASE
                   end-if
               else
                   display "RCVREL: " ws-identity-sub " NOT RELEASED"
               end-if
           end-if.

       4100-WRITE-RELEASE.
           open extend REGISTER-FILE.
           if ws-register-status NOT = "00"
               display "RCVREL: cannot extend PROGRCVD.DAT, status "
                   ws-register-status
               move 16 to return-code
               stop run
           end-if.
           move spaces to RECEIVED-RECORD.
           move "L" to RCVD-EVENT.
           move ws-ident(id-idx) to RCVD-IDENTITY.
           move ws-ident-prefix(id-idx) to RCVD-PREFIX.
           move ws-ident-tran-fn(id-idx) to RCVD-TRAN-FN.
           move ws-event-date to RCVD-NIGHT-DATE.
           move ws-event-date to RCVD-EVENT-DATE.
           move ws-event-time(1:6) to RCVD-EVENT-TIME.
           move "N" to RCVD-GAP-FLAG.
           move zero to RCVD-LAST-RUN-DATE.
           move ws-reason to RCVD-NOTE.
           write RECEIVED-RECORD.
           close REGISTER-FILE.
           add 1 to ws-released-count.
           display "RCVREL: " ws-identity-sub " RELEASED".
