      * inbound transaction-file intake, called by schedrun before it
      * starts a stream. function "R" reads the identity of the
      * stream's transaction file - header stream id and run date,
      * trailer count and NUM1/NUM2 hash totals - and records it on
      * the shared PROGRCVD.DAT received-file register. a file whose
      * identity has already been applied, and not released by rcvrel
      * since, is refused: the register gets a "D" and the caller is
      * told not to run driver, because a resend balances perfectly
      * and driver's control-total check cannot catch it. a run date
      * later than the business day after the stream's last applied
      * run date, by the shop calendar calsub keeps, is accepted but
      * flagged as a gap for the morning digest. function "A"
      * records that the identity registered earlier in the same
      * call block was applied by a live run.
      * a file that cannot be opened or has no header or trailer is
      * not registered; the caller runs driver, which refuses it on
      * its own control-total check. when the register itself cannot
      * be written the event is lost: return-code comes back 08 and
      * an accepted file is reported "U" - a refusal stays "D", so a
      * resend is still never run.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 intake.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC ws-transaction-fn
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-transaction-status.
           SELECT REGISTER-FILE ASSIGN TO "PROGRCVD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD  REGISTER-FILE.
           COPY "rcvdreg.cpy".

       working-storage section.
       01 ws-transaction-status pic x(2).
       01 ws-register-status pic x(2).
       01 ws-transaction-fn pic x(20).
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".
       01 ws-header-flag pic x value "N".
           88 ws-header-found value "Y".
       01 ws-trailer-flag pic x value "N".
           88 ws-trailer-found value "Y".
       01 ws-identity.
           05 ws-id-stream-id pic x(8).
           05 ws-id-run-date pic 9(8).
           05 ws-id-record-count pic 9(9).
           05 ws-id-num1-hash pic 9(11).
           05 ws-id-num2-hash pic 9(13).
      * set by an "A" for this identity, cleared again by an "L", so
      * the last word in the register decides whether it is applied.
       01 ws-applied-flag pic x value "N".
           88 ws-identity-applied value "Y".
       01 ws-last-run-date pic 9(8) value zero.
       01 ws-next-business-date pic 9(8).
       01 ws-event-date pic 9(8).
       01 ws-event-time pic 9(8).
       01 ws-register-write-flag pic x value "N".
           88 ws-register-write-failed value "Y".
       COPY "calparm.cpy".

       linkage section.
       01 ls-intake-parms.
           05 ls-intake-eyecatcher  pic x(4).
               88 ls-intake-stamped value "INTK".
           05 ls-intake-function    pic x(1).
               88 ls-register-received value "R".
               88 ls-record-applied value "A".
           05 ls-intake-prefix      pic x(8).
           05 ls-intake-tran-fn     pic x(20).
           05 ls-intake-night-date  pic 9(8).
           05 ls-intake-result      pic x(1).
               88 ls-intake-accepted value "A".
               88 ls-intake-refused value "D".
               88 ls-intake-unreadable value "U".
           05 ls-intake-gap-flag    pic x(1).
               88 ls-intake-gap     value "Y".
           05 ls-intake-last-run-date pic 9(8).
           05 ls-intake-identity.
               10 ls-id-stream-id   pic x(8).
               10 ls-id-run-date    pic 9(8).
               10 ls-id-record-count pic 9(9).
               10 ls-id-num1-hash   pic 9(11).
               10 ls-id-num2-hash   pic 9(13).

       procedure division using ls-intake-parms.
       0000-MAIN.
           if address of ls-intake-parms = null
               display "INTAKE: must be called with the intake block"
               move 16 to return-code
               goback
           end-if.
           if not ls-intake-stamped
               display "INTAKE: intake block not stamped"
               move 16 to return-code
               goback
           end-if.
           accept ws-event-date from date yyyymmdd.
           accept ws-event-time from time.
           move "N" to ws-register-write-flag.
           evaluate true
               when ls-register-received
                   perform 1000-REGISTER-RECEIVED
                       thru 1000-EXIT
               when ls-record-applied
                   perform 3000-RECORD-APPLIED
           end-evaluate.
           if ws-register-write-failed
               move 08 to return-code
           else
               move zero to return-code
           end-if.
           goback.

       1000-REGISTER-RECEIVED.
           move "U" to ls-intake-result.
           move "N" to ls-intake-gap-flag.
           move zero to ls-intake-last-run-date.
           move spaces to ls-intake-identity.
           perform 1100-READ-FILE-IDENTITY.
           if not ws-header-found or not ws-trailer-found
               display "INTAKE: " function trim(ws-transaction-fn)
                   " has no header or trailer, not registered"
               go to 1000-EXIT
           end-if.
           move ws-identity to ls-intake-identity.
           perform 2000-SCAN-REGISTER.
           move ws-last-run-date to ls-intake-last-run-date.
           move spaces to RECEIVED-RECORD.
           if ws-identity-applied
               move "D" to ls-intake-result
               move "D" to RCVD-EVENT
               move "IDENTITY ALREADY APPLIED" to RCVD-NOTE
               display "INTAKE: " function trim(ws-transaction-fn)
                   " REFUSED - STREAM " ws-id-stream-id
                   " RUN " ws-id-run-date " ALREADY APPLIED"
           else
               move "A" to ls-intake-result
               move "R" to RCVD-EVENT
               perform 2200-CHECK-RUN-DATE-GAP
               if ls-intake-gap
                   move "RUN DATE SKIPS A BUSINESS DAY" to RCVD-NOTE
                   display "INTAKE: " function trim(ws-transaction-fn)
                       " RUN " ws-id-run-date " FOLLOWS LAST APPLIED "
                       ws-last-run-date " - BUSINESS DAY GAP"
               end-if
           end-if.
           move ls-intake-gap-flag to RCVD-GAP-FLAG.
           perform 4000-WRITE-REGISTER-EVENT
               thru 4000-EXIT.
       1000-EXIT.
           exit.

       1100-READ-FILE-IDENTITY.
           move "N" to ws-header-flag.
           move "N" to ws-trailer-flag.
           move "N" to ws-eof-flag.
           move spaces to ws-identity.
           move ls-intake-tran-fn to ws-transaction-fn.
           open input TRANSACTION-FILE.
           if ws-transaction-status NOT = "00"
               move "Y" to ws-eof-flag
           else
               read TRANSACTION-FILE
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if TRAN-HEADER
                           move "Y" to ws-header-flag
                           move HDR-STREAM-ID to ws-id-stream-id
                           move HDR-RUN-DATE to ws-id-run-date
                       else
                           move "Y" to ws-eof-flag
                       end-if
               end-read
           end-if.
           perform 1110-READ-TO-TRAILER
               until ws-end-of-file.
           if ws-transaction-status = "10"
               or ws-transaction-status = "00"
               close TRANSACTION-FILE
           end-if.

       1110-READ-TO-TRAILER.
           read TRANSACTION-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   if TRAN-TRAILER
                       move "Y" to ws-trailer-flag
                       move TRL-RECORD-COUNT to ws-id-record-count
                       move TRL-NUM1-HASH to ws-id-num1-hash
                       move TRL-NUM2-HASH to ws-id-num2-hash
                   end-if
           end-read.

      * one pass over the whole register: the applied state of this
      * identity and the latest run date applied for its stream.
       2000-SCAN-REGISTER.
           move "N" to ws-applied-flag.
           move zero to ws-last-run-date.
           move "N" to ws-eof-flag.
           open input REGISTER-FILE.
           if ws-register-status NOT = "00"
               move "Y" to ws-eof-flag
           end-if.
           perform 2100-SCAN-ONE-EVENT
               until ws-end-of-file.
           if ws-register-status = "10" or ws-register-status = "00"
               close REGISTER-FILE
           end-if.

       2100-SCAN-ONE-EVENT.
           read REGISTER-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   if RCVD-IDENTITY = ws-identity
                       if RCVD-APPLIED
                           move "Y" to ws-applied-flag
                       end-if
                       if RCVD-RELEASED
                           move "N" to ws-applied-flag
                       end-if
                   end-if
                   if RCVD-APPLIED
                       and RCVD-STREAM-ID = ws-id-stream-id
                       and RCVD-RUN-DATE > ws-last-run-date
                       move RCVD-RUN-DATE to ws-last-run-date
                   end-if
           end-read.

      * the first file of a stream, or one not dated after the last
      * applied run, has nothing to measure a gap against.
       2200-CHECK-RUN-DATE-GAP.
           if ws-last-run-date > zero
               and ws-id-run-date > ws-last-run-date
               move "N" to CALP-FUNCTION
               move ws-last-run-date to CALP-DATE
               call "calsub" using CALENDAR-PARMS
               move CALP-RESULT-DATE to ws-next-business-date
               if CALP-DATE-VALID
                   and ws-id-run-date > ws-next-business-date
                   move "Y" to ls-intake-gap-flag
               end-if
           end-if.

       3000-RECORD-APPLIED.
           if ls-intake-identity NOT = spaces
               move spaces to RECEIVED-RECORD
               move "A" to RCVD-EVENT
               move ls-intake-identity to ws-identity
               move "N" to RCVD-GAP-FLAG
               perform 4000-WRITE-REGISTER-EVENT
                   thru 4000-EXIT
           end-if.

       4000-WRITE-REGISTER-EVENT.
           move ws-identity to RCVD-IDENTITY.
           move ls-intake-prefix to RCVD-PREFIX.
           move ls-intake-tran-fn to RCVD-TRAN-FN.
           move ls-intake-night-date to RCVD-NIGHT-DATE.
           move ws-event-date to RCVD-EVENT-DATE.
           move ws-event-time(1:6) to RCVD-EVENT-TIME.
           move ls-intake-last-run-date to RCVD-LAST-RUN-DATE.
           open extend REGISTER-FILE.
           if ws-register-status = "35"
               open output REGISTER-FILE
           end-if.
           if ws-register-status NOT = "00"
               display "INTAKE: cannot open PROGRCVD.DAT, status "
                   ws-register-status
               perform 4100-REGISTER-WRITE-FAILED
               go to 4000-EXIT
           end-if.
           write RECEIVED-RECORD.
           if ws-register-status NOT = "00"
               display "INTAKE: cannot write PROGRCVD.DAT, status "
                   ws-register-status
               perform 4100-REGISTER-WRITE-FAILED
           end-if.
           close REGISTER-FILE.
       4000-EXIT.
           exit.

       4100-REGISTER-WRITE-FAILED.
           move "Y" to ws-register-write-flag.
           display "INTAKE: " RCVD-EVENT " EVENT FOR "
               function trim(ls-intake-tran-fn) " NOT REGISTERED".
           if not ls-intake-refused
               move "U" to ls-intake-result
           end-if.
