      * a grand-total line at the end.
      *
      * FACTSTA is append-ordered by run date, so the month grouping
      * is a control break on the business month of the run date.
      * The business month comes from the shop calendar (FACTBDAY /
      * FACTCAL): a month runs through its close day, so a run after
      * the close is counted in the following month, as finance
      * counts it.  A run date FACTBDAY cannot place falls back to
      * its own calendar month.
      *
      * Modification history:
      *   2026-08-22  AWM  Original program.
      *   2026-10-15  AWM  Months grouped by business month from the
      *                    shop calendar (FACTBDAY) instead of the
      *                    calendar month; the month heading shows
      *                    the month's close day.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTTRD.
      * RUN-STATISTICS RECORD LAYOUT - SEE COPYBOOK FACTSTAL.
      *----------------------------------------------------------------
           COPY FACTSTAL.
           COPY FACTBDYL.

        77  FACTSTA-STATUS              PIC X(02).
        77  FACTTRP-STATUS              PIC X(02).
        77  FACT-TRD-PCT-WORK           PIC 9(12) COMP VALUE 0.
        77  FACT-TRD-ERR-PCT            PIC 9(03)V9(02) VALUE 0.
        77  FACT-TRD-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-TRD-BUS-MONTH          PIC 9(06) VALUE 0.
        77  FACT-TRD-CLOSE-DATE         PIC 9(08) VALUE 0.

        01  FACT-TRD-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-TRD-EOF-YES             VALUE "Y".

      *----------------------------------------------------------------
      * THE YEAR-AND-MONTH OF THE CURRENT RECORD'S RUN DATE, BROKEN
      * OUT AS THE FALLBACK FOR THE MONTH CONTROL BREAK.
      *----------------------------------------------------------------
        01  FACT-TRD-DATE-WORK          PIC 9(08) VALUE 0.
        01  FACT-TRD-DATE-BREAKOUT REDEFINES FACT-TRD-DATE-WORK.
            05  FILLER                  PIC X(35) VALUE SPACES.

        01  FACT-TRD-MONTH-LINE.
            05  FILLER                  PIC X(16)
                VALUE "BUSINESS MONTH: ".
            05  TRD-MONTH               PIC 9(06).
            05  FILLER                  PIC X(13)
                VALUE " - CLOSE DAY ".
            05  TRD-MONTH-CLOSE         PIC 9(08).
            05  FILLER                  PIC X(37) VALUE SPACES.

        01  FACT-TRD-COLUMN-HDGS.
            05  FILLER                  PIC X(10) VALUE "  RUN DATE".

           IF NOT FACT-TRD-EOF-YES THEN
               MOVE FACTSTA-RECORD TO FACT-STATS-RECORD
               PERFORM T5-FIND-BUSINESS-MONTH

               IF FACT-TRD-BUS-MONTH NOT = FACT-TRD-BREAK-MONTH THEN
                   IF FACT-TRD-MTH-RUNS > 0 THEN
                       PERFORM T3-PRINT-MONTH-SUBTOTAL
                   END-IF
                   MOVE FACT-TRD-BUS-MONTH TO FACT-TRD-BREAK-MONTH
                   MOVE 0 TO FACT-TRD-MTH-RUNS
                   MOVE 0 TO FACT-TRD-MTH-RECORDS
                   MOVE 0 TO FACT-TRD-MTH-ERRORS
                   WRITE FACTTRP-LINE FROM SPACES
                   MOVE FACT-TRD-BREAK-MONTH TO TRD-MONTH
                   MOVE FACT-TRD-CLOSE-DATE TO TRD-MONTH-CLOSE
                   WRITE FACTTRP-LINE FROM FACT-TRD-MONTH-LINE
                   WRITE FACTTRP-LINE FROM FACT-TRD-COLUMN-HDGS
               END-IF
               DIVIDE FACT-TRD-PCT-WORK BY FACT-STA-RECORDS
                   GIVING FACT-TRD-ERR-PCT ROUNDED
           END-IF.

      *----------------------------------------------------------------
      * T5-FIND-BUSINESS-MONTH - BUSINESS MONTH AND ITS CLOSE DAY FOR
      * THE RUN DATE JUST READ.  A DATE FACTBDAY REJECTS KEEPS ITS
      * CALENDAR MONTH, WITH A ZERO CLOSE DAY ON THE HEADING.
      *----------------------------------------------------------------
           T5-FIND-BUSINESS-MONTH.
           MOVE FACT-STA-RUN-DATE TO FACT-TRD-DATE-WORK.
           MOVE "BM" TO FACT-BDY-FUNCTION.
           MOVE FACT-TRD-DATE-WORK TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               MOVE FACT-TRD-DATE-YYYYMM TO FACT-TRD-BUS-MONTH
               MOVE 0 TO FACT-TRD-CLOSE-DATE
           ELSE
               MOVE FACT-BDY-RESULT-MONTH TO FACT-TRD-BUS-MONTH
               MOVE FACT-BDY-RESULT-DATE TO FACT-TRD-CLOSE-DATE
           END-IF.
