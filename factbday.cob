      *****************************************************************
      * PROGRAM-ID. FACTBDAY
      *
      * CALLable business-day subprogram.  Every job that used to
      * take "yesterday" or "today minus N days" with plain calendar
      * arithmetic asks this program instead, so that a holiday, a
      * shop closure or a worked Saturday is handled the same way
      * everywhere.  The request block and the functions it offers
      * are described in copybook FACTBDYL:
      *
      *   CALL "FACTBDAY" USING FACT-BDY-REQUEST.
      *
      * The shop calendar is the FACTCAL dataset (layout FACTCALL),
      * which lists only the dates that are NOT ordinary - every
      * other date follows the standing rule, Monday through Friday
      * working and the weekend not.  FACTCAL is read once, on the
      * first call of the run unit, into a table searched on every
      * later call.  Records that are out of order, repeated, not a
      * real date or of an unknown day type are skipped with a
      * console warning, and the load ends with one line saying how
      * many dates were taken and how far ahead the calendar runs.
      * A missing FACTCAL is not fatal: the standing rule answers
      * everything and the return code says so (04).  A date past
      * the calendar's last entry is answered the same way, with a
      * one-time warning that the calendar needs extending.
      *
      * The day of the week comes from the date's integer day
      * number: day 1 (1601-01-01) was a Monday, so the remainder
      * after dividing by 7 is 1 for Monday through 5 for Friday,
      * 6 for Saturday and 0 for Sunday.
      *
      * A business month runs to its close day - the month's "C"
      * calendar entry, or failing one its last working day - so a
      * business day after the close belongs to the next month.
      *
      * Modification history:
      *   2026-10-15  AWM  Original subprogram.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTBDAY.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTCAL ASSIGN TO FACTCAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTCAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTCAL
            RECORDING MODE IS F.
        01  FACTCAL-RECORD              PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUT - SEE COPYBOOK FACTCALL.
      *----------------------------------------------------------------
           COPY FACTCALL.

        77  FACTCAL-STATUS              PIC X(02).
        77  FACT-BDY-CAL-COUNT          PIC 9(05) VALUE 0.
        77  FACT-BDY-CAL-LAST           PIC 9(08) VALUE 0.
        77  FACT-BDY-SKIP-COUNT         PIC 9(05) VALUE 0.
        77  FACT-BDY-SUB                PIC 9(05) VALUE 0.
        77  FACT-BDY-LOAD-DATE          PIC 9(08) VALUE 0.
        77  FACT-BDY-SKIP-TEXT          PIC X(30) VALUE SPACES.
        77  FACT-BDY-WORK-DATE          PIC 9(08) VALUE 0.
        77  FACT-BDY-WORK-TYPE          PIC X(01) VALUE SPACES.
        77  FACT-BDY-DATE-INT           PIC 9(07) VALUE 0.
        77  FACT-BDY-DOW-INT            PIC 9(07) VALUE 0.
        77  FACT-BDY-DOW-QUOT           PIC 9(07) VALUE 0.
        77  FACT-BDY-WEEKDAY            PIC 9(01) VALUE 0.
        77  FACT-BDY-STEPS-LEFT         PIC 9(03) VALUE 0.
        77  FACT-BDY-GUARD              PIC 9(05) VALUE 0.
        77  FACT-BDY-CLOSE-DATE         PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * THE CALENDAR TABLE.  UNUSED SLOTS HOLD 99999999 SO THE TABLE
      * STAYS IN ASCENDING ORDER FOR SEARCH ALL, AND THE ONE SLOT
      * BEYOND FACT-BDY-TBL-MAX IS NEVER LOADED SO EVERY SERIAL SCAN
      * ENDS ON ONE.  2000 ENTRIES IS SEVERAL YEARS OF EXCEPTIONS;
      * FACTCAL RECORDS PAST THE LIMIT ARE SKIPPED AND THE CALENDAR
      * TREATED AS ENDING AT THE LAST ONE TAKEN.  STEPPING BACK GIVES
      * UP AFTER FACT-BDY-GUARD-MAX CALENDAR DAYS, WHICH ONLY A
      * CALENDAR CLOSING WHOLE MONTHS AT A TIME COULD EVER REACH.
      *----------------------------------------------------------------
        77  FACT-BDY-TBL-MAX            PIC 9(05) VALUE 2000.
        77  FACT-BDY-GUARD-MAX          PIC 9(05) VALUE 3660.

        01  FACT-BDY-TABLE.
            05  FACT-BDY-TBL-ENTRY OCCURS 2001 TIMES
                ASCENDING KEY IS FACT-BDY-TBL-DATE
                INDEXED BY FACT-BDY-IDX.
                10  FACT-BDY-TBL-DATE   PIC 9(08).
                10  FACT-BDY-TBL-TYPE   PIC X(01).

        01  FACT-BDY-MONTH-WORK.
            05  FACT-BDY-MONTH-CCYY     PIC 9(04).
            05  FACT-BDY-MONTH-MM       PIC 9(02).
            05  FACT-BDY-MONTH-DD       PIC 9(02).
        01  FACT-BDY-MONTH-DATE REDEFINES FACT-BDY-MONTH-WORK
                                        PIC 9(08).
        01  FACT-BDY-MONTH-CCYYMM REDEFINES FACT-BDY-MONTH-WORK
                                        PIC 9(06).

        01  FACT-BDY-LOADED-SW          PIC X(01) VALUE "N".
            88  FACT-BDY-LOADED-YES          VALUE "Y".

        01  FACT-BDY-CAL-EOF-SW         PIC X(01) VALUE "N".
            88  FACT-BDY-CAL-EOF-YES         VALUE "Y".

        01  FACT-BDY-HORIZON-SW         PIC X(01) VALUE "N".
            88  FACT-BDY-HORIZON-WARNED      VALUE "Y".

        01  FACT-BDY-WORK-BUS-SW        PIC X(01) VALUE "N".
            88  FACT-BDY-WORK-BUS-YES        VALUE "Y".

        01  FACT-BDY-CLOSE-FOUND-SW     PIC X(01) VALUE "N".
            88  FACT-BDY-CLOSE-FOUND-YES     VALUE "Y".

        LINKAGE SECTION.
           COPY FACTBDYL.

        PROCEDURE DIVISION USING FACT-BDY-REQUEST.
      *----------------------------------------------------------------
      * D-PARA - LOAD THE CALENDAR ON THE FIRST CALL, CHECK THE DATE,
      * CLASSIFY IT AND CARRY OUT THE REQUESTED FUNCTION.
      *----------------------------------------------------------------
           D-PARA.
           IF NOT FACT-BDY-LOADED-YES THEN
               PERFORM D1-LOAD-CALENDAR
           END-IF.

           MOVE 0 TO FACT-BDY-RETURN-CODE.
           MOVE 0 TO FACT-BDY-RESULT-DATE.
           MOVE 0 TO FACT-BDY-RESULT-MONTH.
           MOVE SPACES TO FACT-BDY-DAY-TYPE.
           MOVE "N" TO FACT-BDY-BUSINESS-SW.
           MOVE FACT-BDY-CAL-LAST TO FACT-BDY-CAL-LAST-DATE.
           IF FACT-BDY-CAL-COUNT = 0 THEN
               MOVE 4 TO FACT-BDY-RETURN-CODE
           END-IF.

           IF FACT-BDY-DATE IS NOT NUMERIC THEN
               MOVE 12 TO FACT-BDY-RETURN-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(FACT-BDY-DATE)
                   NOT = 0 THEN
                   MOVE 12 TO FACT-BDY-RETURN-CODE
               ELSE
                   MOVE FACT-BDY-DATE TO FACT-BDY-WORK-DATE
                   PERFORM D3-CLASSIFY-DATE
                   MOVE FACT-BDY-WORK-TYPE TO FACT-BDY-DAY-TYPE
                   MOVE FACT-BDY-WORK-BUS-SW TO FACT-BDY-BUSINESS-SW
                   EVALUATE TRUE
                       WHEN FACT-BDY-FN-TEST
                           CONTINUE
                       WHEN FACT-BDY-FN-PRIOR
                           MOVE 1 TO FACT-BDY-STEPS-LEFT
                           COMPUTE FACT-BDY-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(FACT-BDY-DATE)
                           PERFORM D5-STEP-BACK
                       WHEN FACT-BDY-FN-BACK
                           MOVE FACT-BDY-DAYS TO FACT-BDY-STEPS-LEFT
                           COMPUTE FACT-BDY-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(FACT-BDY-DATE)
                           PERFORM D5-STEP-BACK
                       WHEN FACT-BDY-FN-MONTH
                           PERFORM D7-FIND-BUSINESS-MONTH
                       WHEN OTHER
                           MOVE 12 TO FACT-BDY-RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF.

           IF FACT-BDY-RC-INVALID THEN
               MOVE 0 TO FACT-BDY-RESULT-DATE
               MOVE 0 TO FACT-BDY-RESULT-MONTH
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      * D1-LOAD-CALENDAR - READ FACTCAL INTO THE CALENDAR TABLE.  A
      * MISSING DATASET LEAVES THE TABLE EMPTY AND THE STANDING RULE
      * IN FORCE.
      *----------------------------------------------------------------
           D1-LOAD-CALENDAR.
           MOVE "Y" TO FACT-BDY-LOADED-SW.
           MOVE 0 TO FACT-BDY-CAL-COUNT.
           MOVE 0 TO FACT-BDY-CAL-LAST.
           MOVE 0 TO FACT-BDY-SKIP-COUNT.
           PERFORM D1A-CLEAR-TABLE-ENTRY
               VARYING FACT-BDY-SUB FROM 1 BY 1
               UNTIL FACT-BDY-SUB > FACT-BDY-TBL-MAX + 1.

           OPEN INPUT FACTCAL.
           IF FACTCAL-STATUS NOT = "00" THEN
               DISPLAY "FACTBDAY - NO FACTCAL BUSINESS CALENDAR "
                   "(FILE STATUS " FACTCAL-STATUS
                   ") - MONDAY TO FRIDAY ASSUMED"
           ELSE
               MOVE "N" TO FACT-BDY-CAL-EOF-SW
               PERFORM D2-LOAD-CALENDAR-RECORD
                   UNTIL FACT-BDY-CAL-EOF-YES
               CLOSE FACTCAL
               DISPLAY "FACTBDAY - BUSINESS CALENDAR LOADED, "
                   FACT-BDY-CAL-COUNT " DATES THROUGH "
                   FACT-BDY-CAL-LAST
               IF FACT-BDY-SKIP-COUNT > 0 THEN
                   DISPLAY "FACTBDAY - " FACT-BDY-SKIP-COUNT
                       " FACTCAL RECORD(S) SKIPPED - SEE ABOVE"
               END-IF
           END-IF.

           D1A-CLEAR-TABLE-ENTRY.
           MOVE 99999999 TO FACT-BDY-TBL-DATE (FACT-BDY-SUB).
           MOVE SPACES TO FACT-BDY-TBL-TYPE (FACT-BDY-SUB).

      *----------------------------------------------------------------
      * D2-LOAD-CALENDAR-RECORD - TAKE ONE FACTCAL RECORD INTO THE
      * TABLE, OR SKIP IT WITH A WARNING SAYING WHY.  COMMENT AND
      * BLANK RECORDS ARE PASSED OVER SILENTLY.
      *----------------------------------------------------------------
           D2-LOAD-CALENDAR-RECORD.
           READ FACTCAL
               AT END
                   MOVE "Y" TO FACT-BDY-CAL-EOF-SW
           END-READ.

           IF NOT FACT-BDY-CAL-EOF-YES
               AND FACTCAL-RECORD (1:1) NOT = "*"
               AND FACTCAL-RECORD NOT = SPACES THEN
               MOVE FACTCAL-RECORD TO FACT-CALENDAR-RECORD
               MOVE SPACES TO FACT-BDY-SKIP-TEXT
               IF FACT-CAL-DATE IS NOT NUMERIC THEN
                   MOVE "DATE NOT NUMERIC" TO FACT-BDY-SKIP-TEXT
               ELSE
                   MOVE FACT-CAL-DATE TO FACT-BDY-LOAD-DATE
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD
                               (FACT-BDY-LOAD-DATE) NOT = 0
                           MOVE "NOT A VALID DATE"
                               TO FACT-BDY-SKIP-TEXT
                       WHEN NOT FACT-CAL-TYPE-VALID
                           MOVE "DAY TYPE NOT H, N, W OR C"
                               TO FACT-BDY-SKIP-TEXT
                       WHEN FACT-BDY-LOAD-DATE NOT > FACT-BDY-CAL-LAST
                           MOVE "REPEATED OR OUT OF DATE ORDER"
                               TO FACT-BDY-SKIP-TEXT
                       WHEN FACT-BDY-CAL-COUNT NOT < FACT-BDY-TBL-MAX
                           MOVE "CALENDAR TABLE FULL"
                               TO FACT-BDY-SKIP-TEXT
                   END-EVALUATE
               END-IF
               IF FACT-BDY-SKIP-TEXT = SPACES THEN
                   ADD 1 TO FACT-BDY-CAL-COUNT
                   MOVE FACT-BDY-LOAD-DATE
                       TO FACT-BDY-TBL-DATE (FACT-BDY-CAL-COUNT)
                   MOVE FACT-CAL-DAY-TYPE
                       TO FACT-BDY-TBL-TYPE (FACT-BDY-CAL-COUNT)
                   MOVE FACT-BDY-LOAD-DATE TO FACT-BDY-CAL-LAST
               ELSE
                   ADD 1 TO FACT-BDY-SKIP-COUNT
                   DISPLAY "FACTBDAY - FACTCAL RECORD SKIPPED - "
                       FACT-CAL-DATE " " FACT-BDY-SKIP-TEXT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * D3-CLASSIFY-DATE - DAY TYPE AND BUSINESS-DAY SWITCH FOR
      * FACT-BDY-WORK-DATE.  A DATE THE CALENDAR LISTS TAKES ITS
      * LISTED TYPE; ANY OTHER DATE FALLS TO THE STANDING RULE ("S"
      * WEEKDAY, "E" WEEKEND).  PAST THE CALENDAR'S LAST ENTRY (OR
      * WITH NO CALENDAR) THE ANSWER IS MARKED RETURN CODE 04.
      *----------------------------------------------------------------
           D3-CLASSIFY-DATE.
           MOVE SPACES TO FACT-BDY-WORK-TYPE.
           MOVE "N" TO FACT-BDY-WORK-BUS-SW.

           IF FACT-BDY-CAL-COUNT > 0
               AND FACT-BDY-WORK-DATE NOT > FACT-BDY-CAL-LAST THEN
               SEARCH ALL FACT-BDY-TBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN FACT-BDY-TBL-DATE (FACT-BDY-IDX) =
                           FACT-BDY-WORK-DATE
                       MOVE FACT-BDY-TBL-TYPE (FACT-BDY-IDX)
                           TO FACT-BDY-WORK-TYPE
               END-SEARCH
           ELSE
               IF NOT FACT-BDY-RC-INVALID THEN
                   MOVE 4 TO FACT-BDY-RETURN-CODE
               END-IF
               IF FACT-BDY-CAL-COUNT > 0
                   AND NOT FACT-BDY-HORIZON-WARNED THEN
                   MOVE "Y" TO FACT-BDY-HORIZON-SW
                   DISPLAY "FACTBDAY - WARNING: " FACT-BDY-WORK-DATE
                       " IS PAST THE FACTCAL CALENDAR (LAST DATE "
                       FACT-BDY-CAL-LAST ")"
                   DISPLAY "FACTBDAY - MONDAY TO FRIDAY ASSUMED - "
                       "EXTEND THE CALENDAR"
               END-IF
           END-IF.

           IF FACT-BDY-WORK-TYPE = SPACES THEN
               COMPUTE FACT-BDY-DOW-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-BDY-WORK-DATE)
               DIVIDE FACT-BDY-DOW-INT BY 7
                   GIVING FACT-BDY-DOW-QUOT
                   REMAINDER FACT-BDY-WEEKDAY
               IF FACT-BDY-WEEKDAY = 0 OR FACT-BDY-WEEKDAY = 6 THEN
                   MOVE "E" TO FACT-BDY-WORK-TYPE
               ELSE
                   MOVE "S" TO FACT-BDY-WORK-TYPE
               END-IF
           END-IF.

           IF FACT-BDY-WORK-TYPE = "W" OR FACT-BDY-WORK-TYPE = "C"
               OR FACT-BDY-WORK-TYPE = "S" THEN
               MOVE "Y" TO FACT-BDY-WORK-BUS-SW
           END-IF.

      *----------------------------------------------------------------
      * D5-STEP-BACK - FROM THE DAY NUMBER IN FACT-BDY-DATE-INT, STEP
      * BACK ONE CALENDAR DAY AT A TIME UNTIL FACT-BDY-STEPS-LEFT
      * BUSINESS DAYS HAVE BEEN PASSED; THE LAST ONE REACHED GOES TO
      * FACT-BDY-RESULT-DATE.  ZERO STEPS RETURNS THE STARTING DATE.
      *----------------------------------------------------------------
           D5-STEP-BACK.
           COMPUTE FACT-BDY-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(FACT-BDY-DATE-INT).
           MOVE 0 TO FACT-BDY-GUARD.
           PERFORM D6-BACK-ONE-DAY
               UNTIL FACT-BDY-STEPS-LEFT = 0
               OR FACT-BDY-GUARD > FACT-BDY-GUARD-MAX
               OR FACT-BDY-DATE-INT < 2.
           IF FACT-BDY-STEPS-LEFT = 0 THEN
               MOVE FACT-BDY-WORK-DATE TO FACT-BDY-RESULT-DATE
           ELSE
               DISPLAY "FACTBDAY - NO BUSINESS DAY FOUND STEPPING "
                   "BACK FROM " FACT-BDY-DATE
               MOVE 12 TO FACT-BDY-RETURN-CODE
           END-IF.

           D6-BACK-ONE-DAY.
           SUBTRACT 1 FROM FACT-BDY-DATE-INT.
           ADD 1 TO FACT-BDY-GUARD.
           COMPUTE FACT-BDY-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(FACT-BDY-DATE-INT).
           PERFORM D3-CLASSIFY-DATE.
           IF FACT-BDY-WORK-BUS-YES THEN
               SUBTRACT 1 FROM FACT-BDY-STEPS-LEFT
           END-IF.

      *----------------------------------------------------------------
      * D7-FIND-BUSINESS-MONTH - THE BUSINESS MONTH OF FACT-BDY-DATE:
      * ITS OWN CALENDAR MONTH UP TO AND INCLUDING THAT MONTH'S CLOSE
      * DAY, THE NEXT MONTH AFTER IT.
      *----------------------------------------------------------------
           D7-FIND-BUSINESS-MONTH.
           MOVE FACT-BDY-DATE TO FACT-BDY-MONTH-DATE.
           PERFORM D8-FIND-CLOSE-DAY.
           IF NOT FACT-BDY-RC-INVALID
               AND FACT-BDY-DATE > FACT-BDY-CLOSE-DATE THEN
               IF FACT-BDY-MONTH-MM = 12 THEN
                   ADD 1 TO FACT-BDY-MONTH-CCYY
                   MOVE 1 TO FACT-BDY-MONTH-MM
               ELSE
                   ADD 1 TO FACT-BDY-MONTH-MM
               END-IF
               PERFORM D8-FIND-CLOSE-DAY
           END-IF.
           IF NOT FACT-BDY-RC-INVALID THEN
               MOVE FACT-BDY-MONTH-CCYYMM TO FACT-BDY-RESULT-MONTH
               MOVE FACT-BDY-CLOSE-DATE TO FACT-BDY-RESULT-DATE
           END-IF.

      *----------------------------------------------------------------
      * D8-FIND-CLOSE-DAY - CLOSE DAY OF THE MONTH IN
      * FACT-BDY-MONTH-CCYYMM INTO FACT-BDY-CLOSE-DATE: THE MONTH'S
      * "C" CALENDAR ENTRY IF IT HAS ONE, OTHERWISE ITS LAST BUSINESS
      * DAY (FOUND BY STEPPING BACK FROM THE FIRST OF THE NEXT MONTH).
      *----------------------------------------------------------------
           D8-FIND-CLOSE-DAY.
           MOVE 0 TO FACT-BDY-CLOSE-DATE.
           MOVE "N" TO FACT-BDY-CLOSE-FOUND-SW.
           PERFORM D9-CHECK-CLOSE-ENTRY
               VARYING FACT-BDY-SUB FROM 1 BY 1
               UNTIL FACT-BDY-SUB > FACT-BDY-CAL-COUNT
               OR FACT-BDY-CLOSE-FOUND-YES
               OR FACT-BDY-TBL-DATE (FACT-BDY-SUB) (1:6) >
                   FACT-BDY-MONTH-CCYYMM.

           IF NOT FACT-BDY-CLOSE-FOUND-YES THEN
               MOVE 1 TO FACT-BDY-MONTH-DD
               COMPUTE FACT-BDY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-BDY-MONTH-DATE)
               IF FACT-BDY-MONTH-MM = 12 THEN
                   ADD 31 TO FACT-BDY-DATE-INT
               ELSE
                   ADD 1 TO FACT-BDY-MONTH-MM
                   COMPUTE FACT-BDY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(FACT-BDY-MONTH-DATE)
                   SUBTRACT 1 FROM FACT-BDY-MONTH-MM
               END-IF
               MOVE 1 TO FACT-BDY-STEPS-LEFT
               PERFORM D5-STEP-BACK
               MOVE FACT-BDY-RESULT-DATE TO FACT-BDY-CLOSE-DATE
           END-IF.

           D9-CHECK-CLOSE-ENTRY.
           IF FACT-BDY-TBL-DATE (FACT-BDY-SUB) (1:6) =
                   FACT-BDY-MONTH-CCYYMM
               AND FACT-BDY-TBL-TYPE (FACT-BDY-SUB) = "C" THEN
               MOVE FACT-BDY-TBL-DATE (FACT-BDY-SUB)
                   TO FACT-BDY-CLOSE-DATE
               MOVE "Y" TO FACT-BDY-CLOSE-FOUND-SW
           END-IF.
