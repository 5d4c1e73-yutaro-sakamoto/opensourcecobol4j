      * parameter block for calsub, the shop business-day calendar
      * lookup. the caller sets the function and date (and the day
      * count for "B"); calsub returns the result date, whether the
      * given date is a business day, and the calendar's description
      * of it. function "T" tests the date itself, "R" rolls it
      * forward to the first business day on or after it, "N" gives
      * the first business day after it and "B" counts back the given
      * number of business days from it. a date that is not a valid
      * calendar date comes back with the status "9" and the date
      * unchanged. called by driver, mstbld, hskeep, schedrun and
      * intake.
       01  CALENDAR-PARMS.
           05 CALP-FUNCTION         pic x(1).
               88 CALP-TEST-DAY     value "T".
               88 CALP-ROLL-FORWARD value "R".
               88 CALP-NEXT-DAY     value "N".
               88 CALP-BACK-DAYS    value "B".
           05 CALP-DATE             pic 9(8).
           05 CALP-DAYS             pic 9(4).
           05 CALP-RESULT-DATE      pic 9(8).
           05 CALP-DAY-FLAG         pic x(1).
               88 CALP-BUSINESS-DAY value "Y".
           05 CALP-DESCRIPTION      pic x(30).
           05 CALP-STATUS           pic x(1).
               88 CALP-DATE-VALID   value "0".
               88 CALP-DATE-INVALID value "9".
