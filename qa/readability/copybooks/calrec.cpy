      * shared shop business-day calendar record for PROGCAL.DAT, one
      * file for every stream. monday to friday are processing days
      * and saturday and sunday are not unless the calendar says
      * otherwise: an "H" entry makes a weekday a holiday, a "P" entry
      * makes a weekend day a processing day. maintained by calmaint,
      * kept in date order, read only through calsub.
       01  CALENDAR-RECORD.
           05 CAL-DATE              pic 9(8).
           05 CAL-DAY-TYPE          pic x(1).
               88 CAL-PROCESSING-DAY value "P".
               88 CAL-HOLIDAY       value "H".
           05 CAL-DESCRIPTION       pic x(30).
