      *****************************************************************
      * FACTBDYL - REQUEST BLOCK FOR THE FACTBDAY BUSINESS-DAY
      *            SUBPROGRAM.
      *
      *   CALL "FACTBDAY" USING FACT-BDY-REQUEST.
      *
      * The caller sets the function, the date and (for "SB") the
      * day count; FACTBDAY fills in the rest.  The shop calendar
      * (FACTCAL - see FACTCALL) is loaded on the first call and
      * held for the life of the run unit.
      *
      *   "BD" - is FACT-BDY-DATE a business day?  Sets
      *          FACT-BDY-BUSINESS-SW and FACT-BDY-DAY-TYPE.
      *   "PB" - the business day before FACT-BDY-DATE, into
      *          FACT-BDY-RESULT-DATE.
      *   "SB" - the date FACT-BDY-DAYS business days before
      *          FACT-BDY-DATE, into FACT-BDY-RESULT-DATE.  Zero
      *          days returns the date itself.
      *   "BM" - the business month FACT-BDY-DATE falls in, into
      *          FACT-BDY-RESULT-MONTH (CCYYMM), with that month's
      *          close day in FACT-BDY-RESULT-DATE.  A date after its
      *          calendar month's close day belongs to the next
      *          business month.
      *
      * FACT-BDY-DAY-TYPE comes back for the date asked about on
      * every function: the calendar's H / N / W / C, or "S" (a
      * standing-rule weekday) or "E" (a standing-rule weekend day)
      * for a date the calendar does not list.
      *
      * FACT-BDY-RETURN-CODE:
      *   00 - answered from the calendar.
      *   04 - answered at least partly by the standing Monday to
      *        Friday rule: no FACTCAL dataset, or a date past its
      *        last entry.  The answer is still usable.
      *   12 - invalid function or date; nothing returned.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *****************************************************************

       01  FACT-BDY-REQUEST.
           05  FACT-BDY-FUNCTION       PIC X(02)  VALUE SPACES.
               88  FACT-BDY-FN-TEST         VALUE "BD".
               88  FACT-BDY-FN-PRIOR        VALUE "PB".
               88  FACT-BDY-FN-BACK         VALUE "SB".
               88  FACT-BDY-FN-MONTH        VALUE "BM".
           05  FACT-BDY-DATE           PIC 9(08)  VALUE 0.
           05  FACT-BDY-DAYS           PIC 9(03)  VALUE 0.
           05  FACT-BDY-RESULT-DATE    PIC 9(08)  VALUE 0.
           05  FACT-BDY-RESULT-MONTH   PIC 9(06)  VALUE 0.
           05  FACT-BDY-DAY-TYPE       PIC X(01)  VALUE SPACES.
           05  FACT-BDY-BUSINESS-SW    PIC X(01)  VALUE SPACES.
               88  FACT-BDY-BUSINESS-YES    VALUE "Y".
           05  FACT-BDY-RETURN-CODE    PIC 9(02)  VALUE 0.
               88  FACT-BDY-RC-CALENDAR     VALUE 00.
               88  FACT-BDY-RC-STANDING     VALUE 04.
               88  FACT-BDY-RC-INVALID      VALUE 12.
           05  FACT-BDY-CAL-LAST-DATE  PIC 9(08)  VALUE 0.
