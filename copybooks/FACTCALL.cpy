      *****************************************************************
      * FACTCALL - SHOP BUSINESS-CALENDAR RECORD FOR THE FACTCAL
      *            DATASET READ BY THE FACTBDAY SUBPROGRAM.
      *
      * One record per calendar date that is NOT an ordinary day.
      * Every date the dataset does not list follows the standing
      * rule - Monday through Friday are working days, Saturday and
      * Sunday are not - so operations only maintains the
      * exceptions:
      *
      *   FACT-CAL-DATE       - the date, CCYYMMDD.  Records must be
      *                         in ascending date order with no date
      *                         twice.
      *   FACT-CAL-DAY-TYPE   - "H" a holiday (no business that
      *                         day, even on a weekday);
      *                         "N" any other non-working day (a
      *                         shop closure);
      *                         "W" a working day the standing rule
      *                         would miss (a worked Saturday);
      *                         "C" the month-end close day - a
      *                         working day, and the last one of its
      *                         business month.  A month with no "C"
      *                         record closes on its last working
      *                         day.
      *   FACT-CAL-DESC       - free text for the people maintaining
      *                         the calendar ("NEW YEAR'S DAY").
      *
      * A record with "*" in column 1 is a comment and is skipped.
      * The dataset is maintained like FACTPRM - edited between
      * cycles, a year ahead, no code promotion.  A record that fails
      * the checks above is skipped with a console warning; a missing
      * dataset leaves the standing rule alone in force.  A date
      * after the last one on file is also answered by the standing
      * rule, with a warning that the calendar needs extending.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *****************************************************************

       01  FACT-CALENDAR-RECORD.
           05  FACT-CAL-DATE           PIC X(08)  VALUE SPACES.
           05  FACT-CAL-DAY-TYPE       PIC X(01)  VALUE SPACES.
               88  FACT-CAL-HOLIDAY         VALUE "H".
               88  FACT-CAL-NON-WORKING     VALUE "N".
               88  FACT-CAL-WORKING         VALUE "W".
               88  FACT-CAL-CLOSE-DAY       VALUE "C".
               88  FACT-CAL-TYPE-VALID      VALUE "H" "N" "W" "C".
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FACT-CAL-DESC           PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE SPACES.
