      * operator maintenance for the shop business-day calendar,
      * PROGCAL.DAT, which calsub reads for every stream. monday to
      * friday are processing days and weekends are not, so only the
      * exceptions are kept: a weekday entry makes that day a
      * holiday, a weekend entry makes that day a processing day. the
      * entry type therefore follows from the date and is never keyed.
      * every date is checked to be a real calendar date and not
      * already on the calendar, every entry needs a description, and
      * the file is kept in date order. entries before today are
      * counted but not listed; nothing reaches the file until the
      * operator saves, and leaving with unsaved changes is warned.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 calmaint.
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
       01 ws-panel-choice pic x(1).
           88 ws-panel-add value "A".
           88 ws-panel-delete value "D".
           88 ws-panel-save value "S".
           88 ws-panel-exit values "X" " ".
       01 ws-answer pic x(30).
       01 ws-current-date pic 9(8).
       01 ws-new-date pic 9(8).
       01 ws-new-day-type pic x(1).
       01 ws-new-description pic x(30).
       01 ws-date-integer pic 9(7).
       01 ws-day-of-week pic 9(1).
           88 ws-weekend-day value 0 6.
       01 ws-cal-table.
           05 ws-cal-entry occurs 500 times indexed by cal-idx.
               10 ws-cal-date pic 9(8).
               10 ws-cal-day-type pic x(1).
               10 ws-cal-description pic x(30).
       01 ws-cal-count pic 9(3) value zero.
       01 ws-cal-sub pic 9(3).
       01 ws-insert-sub pic 9(3).
       01 ws-shift-sub pic 9(3).
       01 ws-from-sub pic 9(3).
       01 ws-past-count pic 9(3).
       01 ws-duplicate-flag pic x value "N".
           88 ws-date-on-calendar value "Y".
       01 ws-eof-flag pic x value "N".
           88 ws-end-of-file value "Y".
       01 ws-modified pic x value "N".
           88 ws-calendar-modified value "Y".

       procedure division.
       0000-MAIN.
           accept ws-current-date from date yyyymmdd.
           perform 1000-LOAD-CALENDAR.
           move "?" to ws-panel-choice.
           perform 2000-CALENDAR-PANEL
               until ws-panel-exit.
           if ws-calendar-modified
               display "CALMAINT: WARNING - CHANGES NOT SAVED"
           end-if.
           stop run.

       1000-LOAD-CALENDAR.
           move zero to ws-cal-count.
           open input CALENDAR-FILE.
           if ws-calendar-status = "00"
               perform 1100-LOAD-ONE-ENTRY
                   until ws-end-of-file
               close CALENDAR-FILE
           else
               display "CALMAINT: NO PROGCAL.DAT YET, MONDAY TO "
                   "FRIDAY ARE THE ONLY BUSINESS DAYS"
           end-if.

       1100-LOAD-ONE-ENTRY.
           read CALENDAR-FILE
               at end
                   move "Y" to ws-eof-flag
               not at end
                   if ws-cal-count < 500
                       add 1 to ws-cal-count
                       set cal-idx to ws-cal-count
                       move CAL-DATE to ws-cal-date(cal-idx)
                       move CAL-DAY-TYPE to ws-cal-day-type(cal-idx)
                       move CAL-DESCRIPTION
                           to ws-cal-description(cal-idx)
                   else
                       display "CALMAINT: CALENDAR FULL, " CAL-DATE
                           " NOT LOADED"
                   end-if
           end-read.

      ******************************************************
      * the calendar panel
      ******************************************************
       2000-CALENDAR-PANEL.
           move zero to ws-past-count.
           display "SHOP CALENDAR (" ws-cal-count " ENTRIES)".
           perform 2100-LIST-ONE-ENTRY
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-cal-count.
           if ws-past-count > zero
               display "  (" ws-past-count
                   " ENTRIES BEFORE TODAY NOT LISTED)"
           end-if.
           display "A=ADD D=DELETE S=SAVE X=EXIT (BLANK=X)".
           accept ws-panel-choice.
           evaluate true
               when ws-panel-add
                   perform 3000-ADD-ENTRY
               when ws-panel-delete
                   perform 4000-DELETE-ENTRY
               when ws-panel-save
                   perform 5000-SAVE-CALENDAR
               when ws-panel-exit
                   continue
               when other
                   display "CALMAINT: INVALID CHOICE"
           end-evaluate.

       2100-LIST-ONE-ENTRY.
           set cal-idx to ws-cal-sub.
           if ws-cal-date(cal-idx) < ws-current-date
               add 1 to ws-past-count
           else
               if ws-cal-day-type(cal-idx) = "H"
                   display "  " ws-cal-sub " " ws-cal-date(cal-idx)
                       " HOLIDAY        "
                       ws-cal-description(cal-idx)
               else
                   display "  " ws-cal-sub " " ws-cal-date(cal-idx)
                       " PROCESSING DAY "
                       ws-cal-description(cal-idx)
               end-if
           end-if.

      ******************************************************
      * add an entry in date order
      ******************************************************
       3000-ADD-ENTRY.
           if ws-cal-count = 500
               display "CALMAINT: CALENDAR FULL"
           else
               display "DATE (8 DIGITS YYYYMMDD)?"
               accept ws-answer
               if ws-answer(1:8) NOT numeric
                   or ws-answer(9:) NOT = spaces
                   display "CALMAINT: NOT AN 8-DIGIT DATE"
               else
                   move ws-answer(1:8) to ws-new-date
                   perform 3100-VALIDATE-NEW-DATE
               end-if
           end-if.

       3100-VALIDATE-NEW-DATE.
           move "N" to ws-duplicate-flag.
           perform 3110-CHECK-ONE-DUPLICATE
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-cal-count.
           evaluate true
               when function test-date-yyyymmdd(ws-new-date)
                       NOT = zero
                   display "CALMAINT: " ws-new-date
                       " IS NOT A CALENDAR DATE"
               when ws-date-on-calendar
                   display "CALMAINT: " ws-new-date
                       " IS ALREADY ON THE CALENDAR"
               when other
                   perform 3200-TAKE-NEW-ENTRY
           end-evaluate.

       3110-CHECK-ONE-DUPLICATE.
           set cal-idx to ws-cal-sub.
           if ws-cal-date(cal-idx) = ws-new-date
               move "Y" to ws-duplicate-flag
           end-if.

      * day 1 of the integer calendar was a monday, so the remainder
      * by 7 is 1 for monday through 6 for saturday and 0 for sunday.
       3200-TAKE-NEW-ENTRY.
           compute ws-date-integer =
               function integer-of-date(ws-new-date).
           compute ws-day-of-week = function mod(ws-date-integer, 7).
           if ws-weekend-day
               move "P" to ws-new-day-type
               display ws-new-date " IS A WEEKEND DAY - IT WILL "
                   "BECOME A PROCESSING DAY"
           else
               move "H" to ws-new-day-type
               display ws-new-date " IS A WEEKDAY - IT WILL "
                   "BECOME A HOLIDAY"
           end-if.
           display "DESCRIPTION (MAX 30 CHARACTERS, BLANK=CANCEL)?".
           accept ws-new-description.
           if ws-new-description = spaces
               display "CALMAINT: NOT ADDED"
           else
               perform 3300-INSERT-ENTRY
               move "Y" to ws-modified
           end-if.

       3300-INSERT-ENTRY.
           move 1 to ws-insert-sub.
           perform 3310-FIND-INSERT-POINT
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-cal-count.
           add 1 to ws-cal-count.
           perform 3320-SHIFT-DOWN
               varying ws-shift-sub from ws-cal-count by -1
               until ws-shift-sub <= ws-insert-sub.
           set cal-idx to ws-insert-sub.
           move ws-new-date to ws-cal-date(cal-idx).
           move ws-new-day-type to ws-cal-day-type(cal-idx).
           move ws-new-description to ws-cal-description(cal-idx).

       3310-FIND-INSERT-POINT.
           set cal-idx to ws-cal-sub.
           if ws-cal-date(cal-idx) < ws-new-date
               compute ws-insert-sub = ws-cal-sub + 1
           end-if.

       3320-SHIFT-DOWN.
           move ws-cal-entry(ws-shift-sub - 1)
               to ws-cal-entry(ws-shift-sub).

      ******************************************************
      * delete an entry and save the file
      ******************************************************
       4000-DELETE-ENTRY.
           display "DELETE WHICH ENTRY (1-" ws-cal-count ")?".
           accept ws-answer.
           if ws-answer(1:3) numeric
               move ws-answer(1:3) to ws-from-sub
               if ws-from-sub >= 1 and ws-from-sub <= ws-cal-count
                   perform 4100-SHIFT-UP
                       varying ws-shift-sub from ws-from-sub by 1
                       until ws-shift-sub >= ws-cal-count
                   subtract 1 from ws-cal-count
                   move "Y" to ws-modified
               else
                   display "CALMAINT: NO SUCH ENTRY"
               end-if
           else
               display "CALMAINT: NOT A 3-DIGIT NUMBER"
           end-if.

       4100-SHIFT-UP.
           move ws-cal-entry(ws-shift-sub + 1)
               to ws-cal-entry(ws-shift-sub).

       5000-SAVE-CALENDAR.
           open output CALENDAR-FILE.
           if ws-calendar-status NOT = "00"
               display "CALMAINT: cannot write PROGCAL.DAT, status "
                   ws-calendar-status
           else
               perform 5100-SAVE-ONE-ENTRY
                   varying ws-cal-sub from 1 by 1
                   until ws-cal-sub > ws-cal-count
               close CALENDAR-FILE
               move "N" to ws-modified
               display "CALMAINT: PROGCAL.DAT WRITTEN ("
                   ws-cal-count " ENTRIES)"
           end-if.

       5100-SAVE-ONE-ENTRY.
           set cal-idx to ws-cal-sub.
           move ws-cal-date(cal-idx) to CAL-DATE.
           move ws-cal-day-type(cal-idx) to CAL-DAY-TYPE.
           move ws-cal-description(cal-idx) to CAL-DESCRIPTION.
           write CALENDAR-RECORD.
