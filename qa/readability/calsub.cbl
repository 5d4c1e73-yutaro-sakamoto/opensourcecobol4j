      * shop business-day calendar lookup, called with the
      * CALENDAR-PARMS block wherever a date has to be judged as a
      * business day: driver's and mstbld's effective-date release,
      * hskeep's business-day retention, schedrun's processing-day
      * test and intake's run-date gap test. PROGCAL.DAT is loaded
      * on the first call of the run unit; without it every monday
      * to friday is a business day.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 calsub.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "PROGCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-calendar-status.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CALENDAR-FILE.
           COPY "calrec.cpy".

       working-storage section.
       01 ws-calendar-status pic x(2).
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".
       01 ws-loaded-flag pic x value "N".
           88 ws-calendar-loaded value "Y".
       01 ws-cal-table.
           05 ws-cal-entry occurs 500 times indexed by cal-idx.
               10 ws-cal-date pic 9(8).
               10 ws-cal-day-type pic x(1).
               10 ws-cal-description pic x(30).
       01 ws-cal-count pic 9(3) value zero.
       01 ws-cal-sub pic 9(3).
       01 ws-work-integer pic 9(7).
       01 ws-work-date pic 9(8).
       01 ws-day-of-week pic 9(1).
           88 ws-weekend-day value 0 6.
       01 ws-work-flag pic x(1).
           88 ws-work-business-day value "Y".
       01 ws-work-description pic x(30).
       01 ws-days-counted pic 9(4).

       linkage section.
           COPY "calparm.cpy".

       procedure division using CALENDAR-PARMS.
       0000-MAIN.
           if not ws-calendar-loaded
               perform 1000-LOAD-CALENDAR
           end-if.
           move "0" to CALP-STATUS.
           move CALP-DATE to CALP-RESULT-DATE.
           move "N" to CALP-DAY-FLAG.
           move spaces to CALP-DESCRIPTION.
           if CALP-DATE NOT numeric
               move "9" to CALP-STATUS
               goback
           end-if.
           if function test-date-yyyymmdd(CALP-DATE) NOT = zero
               move "9" to CALP-STATUS
               goback
           end-if.
           if CALP-DAYS NOT numeric
               move zero to CALP-DAYS
           end-if.
           compute ws-work-integer =
               function integer-of-date(CALP-DATE).
           perform 2000-TEST-WORK-DAY.
           move ws-work-flag to CALP-DAY-FLAG.
           move ws-work-description to CALP-DESCRIPTION.
           evaluate true
               when CALP-ROLL-FORWARD
                   perform 2100-ADVANCE-ONE-DAY
                       until ws-work-business-day
               when CALP-NEXT-DAY
                   perform 2100-ADVANCE-ONE-DAY
                   perform 2100-ADVANCE-ONE-DAY
                       until ws-work-business-day
               when CALP-BACK-DAYS
                   move zero to ws-days-counted
                   perform 2200-BACK-ONE-DAY
                       until ws-days-counted >= CALP-DAYS
           end-evaluate.
           compute CALP-RESULT-DATE =
               function date-of-integer(ws-work-integer).
           goback.

       1000-LOAD-CALENDAR.
           move "Y" to ws-loaded-flag.
           move zero to ws-cal-count.
           open input CALENDAR-FILE.
           if ws-calendar-status NOT = "00"
               move "Y" to ws-eof-flag
           end-if.
           perform 1100-LOAD-ONE-ENTRY
               until ws-end-of-file.
           if ws-calendar-status = "10" or ws-calendar-status = "00"
               close CALENDAR-FILE
           end-if.

      * an entry with a date that is not a real date, or a type that
      * is neither "P" nor "H", is ignored; calmaint never writes one.
       1100-LOAD-ONE-ENTRY.
           read CALENDAR-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   if CAL-DATE numeric
                       and (CAL-PROCESSING-DAY or CAL-HOLIDAY)
                       if ws-cal-count < 500
                           add 1 to ws-cal-count
                           set cal-idx to ws-cal-count
                           move CAL-DATE to ws-cal-date(cal-idx)
                           move CAL-DAY-TYPE
                               to ws-cal-day-type(cal-idx)
                           move CAL-DESCRIPTION
                               to ws-cal-description(cal-idx)
                       else
                           display "CALSUB: calendar table full, "
                               CAL-DATE " ignored"
                       end-if
                   end-if
           end-read.

      * day 1 of the integer calendar was a monday, so the remainder
      * by 7 is 1 for monday through 6 for saturday and 0 for sunday.
      * the weekday rule stands unless the calendar names the date.
       2000-TEST-WORK-DAY.
           compute ws-work-date =
               function date-of-integer(ws-work-integer).
           compute ws-day-of-week = function mod(ws-work-integer, 7).
           if ws-weekend-day
               move "N" to ws-work-flag
               move "WEEKEND" to ws-work-description
           else
               move "Y" to ws-work-flag
               move spaces to ws-work-description
           end-if.
           perform 2010-MATCH-ONE-ENTRY
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-cal-count.

       2010-MATCH-ONE-ENTRY.
           set cal-idx to ws-cal-sub.
           if ws-cal-date(cal-idx) = ws-work-date
               if ws-cal-day-type(cal-idx) = "H"
                   move "N" to ws-work-flag
               else
                   move "Y" to ws-work-flag
               end-if
               move ws-cal-description(cal-idx)
                   to ws-work-description
           end-if.

       2100-ADVANCE-ONE-DAY.
           add 1 to ws-work-integer.
           perform 2000-TEST-WORK-DAY.

       2200-BACK-ONE-DAY.
           subtract 1 from ws-work-integer.
           perform 2000-TEST-WORK-DAY.
           if ws-work-business-day
               add 1 to ws-days-counted
           end-if.
