      *****************************************************************
      * PROGRAM-ID. FACTDQS
      *
      * Monthly data-quality scorecard, one page per upstream source
      * system, so a feed's quality problems go to the team that
      * owns it with the numbers attached.  For the business month
      * scored and the three before it, side by side:
      *
      *   RECORDS RECEIVED    - detail records the source sent, off
      *                         the FACTAUD trail (and the FACTARC
      *                         archive the FACTPRG purge cuts to).
      *   REJECT RATE PCT     - records rejected (audit status "E")
      *                         as a percentage of those received.
      *   REASON nn PCT       - the same, broken down by FACTREJ
      *                         reason code, off the FACTRJH reject
      *                         history the FACTRJN step keeps (see
      *                         FACTRJNL).  Only reasons the source
      *                         was rejected for in the four months
      *                         are shown; the wording of each is
      *                         listed at the foot of the page.
      *   DUPLICATE RATE PCT  - records flagged duplicate (status
      *                         "D") as a percentage of those
      *                         received.
      *
      * Each rate carries its trend: the month scored against the
      * three months before it taken together, in percentage
      * points, WORSE / BETTER / SAME.  A source with nothing in
      * the three months before says NO HISTORY, and one with
      * nothing in the month scored says NO DATA.
      *
      * Months are business months on the shop calendar (FACTBDAY /
      * FACTCAL), as in FACTTRD: a month runs through its close day.
      * The month scored comes from an optional one-record FACTDQQ
      * request, cols 1-6 CCYYMM; without one it is the business
      * month of the prior business date, so the job scheduled on
      * the first business day after the close scores the month
      * just closed.  FACTRJH only holds nights since FACTRJN went
      * in, so a reason breakdown for a month before then reads low
      * against its reject rate, which comes off the trail.  Without
      * FACTRJH the breakdown is left off and the step ends return
      * code 4.  Read-only against every dataset - safe to run at
      * any time.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTDQS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTDQQ ASSIGN TO FACTDQQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTDQQ-STATUS.

            SELECT FACTAUD ASSIGN TO FACTAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAUD-STATUS.

            SELECT FACTARC ASSIGN TO FACTARC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTARC-STATUS.

            SELECT FACTRJH ASSIGN TO FACTRJH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRJH-STATUS.

            SELECT FACTDQP ASSIGN TO FACTDQP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTDQP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTDQQ
            RECORDING MODE IS F.
        01  FACTDQQ-RECORD.
            05  DQQ-MONTH               PIC X(06).
            05  FILLER                  PIC X(74).

        FD  FACTAUD
            RECORDING MODE IS F.
        01  FACTAUD-RECORD              PIC X(80).

        FD  FACTARC
            RECORDING MODE IS F.
        01  FACTARC-RECORD              PIC X(80).

        FD  FACTRJH
            RECORDING MODE IS F.
        01  FACTRJH-RECORD              PIC X(80).

        FD  FACTDQP
            RECORDING MODE IS F.
        01  FACTDQP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTAUDL, FACTRJNL AND
      * FACTBDYL.
      *----------------------------------------------------------------
           COPY FACTAUDL.
           COPY FACTRJNL.
           COPY FACTBDYL.

        77  FACTDQQ-STATUS              PIC X(02).
        77  FACTAUD-STATUS              PIC X(02).
        77  FACTARC-STATUS              PIC X(02).
        77  FACTRJH-STATUS              PIC X(02).
        77  FACTDQP-STATUS              PIC X(02).

        77  FACT-DQS-TODAY              PIC 9(08) VALUE 0.
        77  FACT-DQS-DATE-INT           PIC 9(08) VALUE 0.
        77  FACT-DQS-LAST-DATE          PIC 9(08) VALUE 0.
        77  FACT-DQS-LAST-COL           PIC 9(01) VALUE 0.
        77  FACT-DQS-COL                PIC 9(01) VALUE 0.
        77  FACT-DQS-SRC-SUB            PIC 9(02) COMP VALUE 0.
        77  FACT-DQS-SRC-USED           PIC 9(02) COMP VALUE 0.
        77  FACT-DQS-MTH-SUB            PIC 9(02) COMP VALUE 0.
        77  FACT-DQS-RSN-SUB            PIC 9(02) COMP VALUE 0.
        77  FACT-DQS-WORK-SOURCE        PIC X(03) VALUE SPACES.
        77  FACT-DQS-AUD-READ           PIC 9(10) VALUE 0.
        77  FACT-DQS-ARC-READ           PIC 9(10) VALUE 0.
        77  FACT-DQS-RJH-READ           PIC 9(10) VALUE 0.
        77  FACT-DQS-OVERFLOW           PIC 9(10) VALUE 0.
        77  FACT-DQS-REASON-ROWS        PIC 9(02) VALUE 0.
        77  FACT-DQS-WORST-RC           PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * THE FOUR BUSINESS MONTHS ON THE PAGE, OLDEST FIRST - ENTRY 4
      * IS THE MONTH SCORED - AND A YEAR/MONTH VIEW FOR STEPPING
      * BACK ONE MONTH AT A TIME.
      *----------------------------------------------------------------
        01  FACT-DQS-MONTH-TABLE.
            05  DQS-MONTH               PIC 9(06) OCCURS 4 TIMES.

        01  FACT-DQS-MONTH-WORK         PIC 9(06) VALUE 0.
        01  FACT-DQS-MONTH-BREAKOUT REDEFINES FACT-DQS-MONTH-WORK.
            05  FACT-DQS-MONTH-YYYY     PIC 9(04).
            05  FACT-DQS-MONTH-MM       PIC 9(02).

        01  FACT-DQS-DATE-WORK          PIC 9(08) VALUE 0.
        01  FACT-DQS-DATE-BREAKOUT REDEFINES FACT-DQS-DATE-WORK.
            05  FACT-DQS-DATE-YYYYMM    PIC 9(06).
            05  FACT-DQS-DATE-DD        PIC 9(02).

        01  FACT-DQS-REASON-WORK        PIC X(02) VALUE SPACES.
        01  FACT-DQS-REASON-NUM REDEFINES FACT-DQS-REASON-WORK
                                        PIC 9(02).

      *----------------------------------------------------------------
      * PER-SOURCE ACCUMULATORS, ONE COLUMN PER MONTH ON THE PAGE.
      * TEN SOURCES IS GENEROUS FOR THE THREE FEEDS WE TAKE TODAY, AS
      * IN FACTCHG; AN ELEVENTH FALLS INTO THE OVERFLOW COUNT AND IS
      * CALLED OUT RATHER THAN DROPPED.  A ROW WITH NO SOURCE (FROM
      * BEFORE THE FIELD EXISTED) IS SCORED AS "UNK".
      *----------------------------------------------------------------
        01  FACT-DQS-SRC-TABLE.
            05  FACT-DQS-SRC OCCURS 10 TIMES.
                10  DQS-SRC-CODE        PIC X(03).
                10  DQS-SRC-MONTH OCCURS 4 TIMES.
                    15  DQS-SRC-RECEIVED PIC 9(10).
                    15  DQS-SRC-REJECTED PIC 9(10).
                    15  DQS-SRC-DUPS    PIC 9(10).
                    15  DQS-SRC-REASON  PIC 9(10) OCCURS 10 TIMES.

      *----------------------------------------------------------------
      * ONE RATE ROW IN THE MAKING - THE COUNT AND THE RECORDS
      * RECEIVED FOR EACH MONTH - AND THE FIGURES WORKED FROM IT.
      *----------------------------------------------------------------
        01  FACT-DQS-ROW-TABLE.
            05  FACT-DQS-ROW OCCURS 4 TIMES.
                10  DQS-ROW-COUNT       PIC 9(10).
                10  DQS-ROW-BASE        PIC 9(10).

        77  FACT-DQS-PRIOR-COUNT        PIC 9(11) VALUE 0.
        77  FACT-DQS-PRIOR-BASE         PIC 9(11) VALUE 0.
        77  FACT-DQS-PCT-WORK           PIC 9(13) COMP VALUE 0.
        77  FACT-DQS-RATE               PIC 9(03)V9(02) VALUE 0.
        77  FACT-DQS-PRIOR-RATE         PIC 9(03)V9(02) VALUE 0.
        77  FACT-DQS-DIFF               PIC S9(03)V9(02) VALUE 0.

        01  FACT-DQS-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-DQS-EOF-YES             VALUE "Y".

        01  FACT-DQS-MATCH-SW           PIC X(01) VALUE "N".
            88  FACT-DQS-MATCH-YES           VALUE "Y".

        01  FACT-DQS-ARC-SW             PIC X(01) VALUE "N".
            88  FACT-DQS-ARC-AVAIL-YES       VALUE "Y".

        01  FACT-DQS-RJH-SW             PIC X(01) VALUE "N".
            88  FACT-DQS-RJH-AVAIL-YES       VALUE "Y".

        01  FACT-DQS-SHOWN-SW           PIC X(01) VALUE "N".
            88  FACT-DQS-SHOWN-YES           VALUE "Y".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTDQP SCORECARD.
      *----------------------------------------------------------------
        01  FACT-DQS-HDR-1.
            05  FILLER                  PIC X(32)
                VALUE "DATA-QUALITY SCORECARD - SOURCE ".
            05  DQS-HDR-SOURCE          PIC X(03).
            05  FILLER                  PIC X(17)
                VALUE "  BUSINESS MONTH ".
            05  DQS-HDR-MONTH           PIC 9(06).
            05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
            05  DQS-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(03) VALUE SPACES.

        01  FACT-DQS-COLUMN-HDGS.
            05  FILLER                  PIC X(26) VALUE SPACES.
            05  DQS-COL-ENTRY OCCURS 4 TIMES.
                10  DQS-COL-GAP         PIC X(03).
                10  DQS-COL-MONTH       PIC 9(06).
            05  DQS-COL-TREND           PIC X(18).

        01  FACT-DQS-COUNT-LINE.
            05  DQS-CNT-LABEL           PIC X(26).
            05  DQS-CNT-VALUE           PIC Z(08)9 OCCURS 4 TIMES.
            05  FILLER                  PIC X(18).

        01  FACT-DQS-RATE-LINE.
            05  DQS-RATE-LABEL          PIC X(26).
            05  DQS-RATE-ENTRY OCCURS 4 TIMES.
                10  DQS-RATE-GAP        PIC X(03).
                10  DQS-RATE-VALUE      PIC ZZ9.99.
            05  DQS-RATE-TREND.
                10  DQS-TRD-GAP         PIC X(02).
                10  DQS-TRD-DIFF        PIC +ZZ9.99.
                10  DQS-TRD-GAP-2       PIC X(01).
                10  DQS-TRD-WORD        PIC X(08).
            05  DQS-RATE-TREND-TEXT REDEFINES DQS-RATE-TREND
                                        PIC X(18).

        01  FACT-DQS-LEGEND-LINE.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(07) VALUE "REASON ".
            05  DQS-LEG-CODE            PIC X(02).
            05  FILLER                  PIC X(03) VALUE " - ".
            05  DQS-LEG-TEXT            PIC X(40).
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-DQS-NOTE-LINE.
            05  DQS-NOTE-TEXT           PIC X(80).

        01  FACT-DQS-TRAILER-LINE.
            05  DQS-TRL-LABEL           PIC X(44).
            05  DQS-TRL-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(26) VALUE SPACES.

        PROCEDURE DIVISION.
           E-PARA.
           OPEN OUTPUT FACTDQP.
           IF FACTDQP-STATUS NOT = "00" THEN
               DISPLAY "FACTDQS - UNABLE TO OPEN FACTDQP - FILE STATUS "
                   FACTDQP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-DQS-TODAY FROM DATE YYYYMMDD.
           PERFORM E1-READ-REQUEST.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTDQP
               STOP RUN
           END-IF.

           MOVE 1 TO FACT-DQS-SRC-SUB.
           PERFORM E10-CLEAR-ONE-SOURCE
               UNTIL FACT-DQS-SRC-SUB > 10.

           PERFORM E2-READ-TRAIL.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTDQP
               STOP RUN
           END-IF.

           PERFORM E4-READ-HISTORY.

           MOVE 1 TO FACT-DQS-SRC-SUB.
           PERFORM E7-PRINT-ONE-SOURCE
               UNTIL FACT-DQS-SRC-SUB > FACT-DQS-SRC-USED.

           PERFORM E9-PRINT-RUN-SUMMARY.

           CLOSE FACTDQP.
           MOVE FACT-DQS-WORST-RC TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * E1-READ-REQUEST - THE OPTIONAL FACTDQQ RECORD.  NO DATASET,
      * AN EMPTY ONE OR A BLANK MONTH MEANS THE DEFAULT; A MONTH THAT
      * IS THERE BUT IS NOT A MONTH REFUSES THE RUN.  THE THREE
      * MONTHS BEFORE IT ARE STEPPED BACK FROM IT.
      *----------------------------------------------------------------
           E1-READ-REQUEST.
           MOVE SPACES TO FACTDQQ-RECORD.
           OPEN INPUT FACTDQQ.
           IF FACTDQQ-STATUS = "00" THEN
               READ FACTDQQ
                   AT END
                       MOVE SPACES TO FACTDQQ-RECORD
               END-READ
               CLOSE FACTDQQ
           END-IF.

           IF DQQ-MONTH = SPACES THEN
               PERFORM E1A-DEFAULT-MONTH
           ELSE
               IF DQQ-MONTH IS NUMERIC THEN
                   MOVE DQQ-MONTH TO FACT-DQS-MONTH-WORK
               ELSE
                   MOVE 0 TO FACT-DQS-MONTH-WORK
               END-IF
               IF FACT-DQS-MONTH-YYYY < 1900 OR
                   FACT-DQS-MONTH-MM < 1 OR
                   FACT-DQS-MONTH-MM > 12 THEN
                   DISPLAY "FACTDQS - BAD MONTH ON FACTDQQ - '"
                       DQQ-MONTH "' - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF RETURN-CODE = 0 THEN
               MOVE FACT-DQS-MONTH-WORK TO DQS-MONTH (4)
               MOVE 3 TO FACT-DQS-MTH-SUB
               PERFORM E1B-STEP-BACK-MONTH
                   UNTIL FACT-DQS-MTH-SUB < 1
           END-IF.

      *----------------------------------------------------------------
      * E1A-DEFAULT-MONTH - THE BUSINESS MONTH OF THE BUSINESS DATE
      * BEFORE TODAY.  ONLY A DATE FACTBDAY REJECTS FALLS BACK TO THE
      * CALENDAR MONTH OF YESTERDAY.
      *----------------------------------------------------------------
           E1A-DEFAULT-MONTH.
           MOVE "PB" TO FACT-BDY-FUNCTION.
           MOVE FACT-DQS-TODAY TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               COMPUTE FACT-DQS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-DQS-TODAY) - 1
               COMPUTE FACT-DQS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(FACT-DQS-DATE-INT)
           ELSE
               MOVE FACT-BDY-RESULT-DATE TO FACT-DQS-DATE-WORK
           END-IF.
           PERFORM E5-FIND-BUSINESS-MONTH.

      *----------------------------------------------------------------
      * E1B-STEP-BACK-MONTH - THE MONTH BEFORE THE LAST ONE SET.
      *----------------------------------------------------------------
           E1B-STEP-BACK-MONTH.
           IF FACT-DQS-MONTH-MM = 1 THEN
               SUBTRACT 1 FROM FACT-DQS-MONTH-YYYY
               MOVE 12 TO FACT-DQS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM FACT-DQS-MONTH-MM
           END-IF.
           MOVE FACT-DQS-MONTH-WORK TO DQS-MONTH (FACT-DQS-MTH-SUB).
           SUBTRACT 1 FROM FACT-DQS-MTH-SUB.

      *----------------------------------------------------------------
      * E2-READ-TRAIL - THE LIVE FACTAUD TRAIL, THEN THE FACTARC
      * ARCHIVE WHEN THERE IS ONE - THE PURGE MOVES ROWS FROM ONE TO
      * THE OTHER, SO NO ROW IS ON BOTH.  WITHOUT THE TRAIL THERE IS
      * NOTHING TO SCORE.
      *----------------------------------------------------------------
           E2-READ-TRAIL.
           OPEN INPUT FACTAUD.
           IF FACTAUD-STATUS NOT = "00" THEN
               DISPLAY "FACTDQS - UNABLE TO OPEN FACTAUD - FILE STATUS "
                   FACTAUD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO FACT-DQS-EOF-SW
               PERFORM E2A-TAKE-ONE-AUDIT UNTIL FACT-DQS-EOF-YES
               CLOSE FACTAUD
           END-IF.

           IF RETURN-CODE = 0 THEN
               OPEN INPUT FACTARC
               IF FACTARC-STATUS = "00" THEN
                   SET FACT-DQS-ARC-AVAIL-YES TO TRUE
                   MOVE "N" TO FACT-DQS-EOF-SW
                   PERFORM E2B-TAKE-ONE-ARCHIVE UNTIL FACT-DQS-EOF-YES
                   CLOSE FACTARC
               END-IF
           END-IF.

           E2A-TAKE-ONE-AUDIT.
           READ FACTAUD
               AT END
                   SET FACT-DQS-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-DQS-EOF-YES THEN
               ADD 1 TO FACT-DQS-AUD-READ
               MOVE FACTAUD-RECORD TO FACT-AUDIT-RECORD
               PERFORM E3-COUNT-AUDIT-ROW
           END-IF.

           E2B-TAKE-ONE-ARCHIVE.
           READ FACTARC
               AT END
                   SET FACT-DQS-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-DQS-EOF-YES THEN
               ADD 1 TO FACT-DQS-ARC-READ
               MOVE FACTARC-RECORD TO FACT-AUDIT-RECORD
               PERFORM E3-COUNT-AUDIT-ROW
           END-IF.

      *----------------------------------------------------------------
      * E3-COUNT-AUDIT-ROW - ONE TRAIL ROW IN FACT-AUDIT-RECORD INTO
      * ITS SOURCE'S COLUMN FOR ITS MONTH, IF THE MONTH IS ON THE
      * PAGE.
      *----------------------------------------------------------------
           E3-COUNT-AUDIT-ROW.
           MOVE FACT-AUD-RUN-DATE TO FACT-DQS-DATE-WORK.
           PERFORM E5A-FIND-COLUMN.
           IF FACT-DQS-COL > 0 THEN
               MOVE FACT-AUD-SOURCE-SYS TO FACT-DQS-WORK-SOURCE
               PERFORM E6-FIND-SOURCE-SLOT
               IF FACT-DQS-MATCH-YES THEN
                   ADD 1 TO DQS-SRC-RECEIVED
                       (FACT-DQS-SRC-SUB, FACT-DQS-COL)
                   IF FACT-AUD-STATUS-ERROR THEN
                       ADD 1 TO DQS-SRC-REJECTED
                           (FACT-DQS-SRC-SUB, FACT-DQS-COL)
                   END-IF
                   IF FACT-AUD-STATUS = "D" THEN
                       ADD 1 TO DQS-SRC-DUPS
                           (FACT-DQS-SRC-SUB, FACT-DQS-COL)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * E4-READ-HISTORY - THE FACTRJH REJECT HISTORY, FOR THE
      * BREAKDOWN BY REASON.  WITHOUT IT THE SCORECARD STILL RUNS ON
      * THE TRAIL, WITHOUT THE BREAKDOWN, AND SAYS SO.
      *----------------------------------------------------------------
           E4-READ-HISTORY.
           OPEN INPUT FACTRJH.
           IF FACTRJH-STATUS = "00" THEN
               SET FACT-DQS-RJH-AVAIL-YES TO TRUE
               MOVE "N" TO FACT-DQS-EOF-SW
               PERFORM E4A-TAKE-ONE-HISTORY UNTIL FACT-DQS-EOF-YES
               CLOSE FACTRJH
           ELSE
               DISPLAY "FACTDQS - FACTRJH UNAVAILABLE - FILE STATUS "
                   FACTRJH-STATUS " - NO BREAKDOWN BY REASON"
               MOVE 4 TO FACT-DQS-WORST-RC
           END-IF.

           E4A-TAKE-ONE-HISTORY.
           READ FACTRJH
               AT END
                   SET FACT-DQS-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-DQS-EOF-YES THEN
               ADD 1 TO FACT-DQS-RJH-READ
               MOVE FACTRJH-RECORD TO FACT-RJH-RECORD
               MOVE FACT-RJH-RUN-DATE TO FACT-DQS-DATE-WORK
               PERFORM E5A-FIND-COLUMN
               MOVE FACT-RJH-REASON TO FACT-DQS-REASON-WORK
               IF FACT-DQS-COL > 0 AND
                   FACT-DQS-REASON-WORK IS NUMERIC THEN
                   IF FACT-DQS-REASON-NUM > 0 AND
                       FACT-DQS-REASON-NUM <= 10 THEN
                       MOVE FACT-RJH-SOURCE-SYS TO FACT-DQS-WORK-SOURCE
                       PERFORM E6-FIND-SOURCE-SLOT
                       IF FACT-DQS-MATCH-YES THEN
                           ADD 1 TO DQS-SRC-REASON (FACT-DQS-SRC-SUB,
                               FACT-DQS-COL, FACT-DQS-REASON-NUM)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * E5-FIND-BUSINESS-MONTH - THE BUSINESS MONTH OF THE DATE IN
      * FACT-DQS-DATE-WORK, INTO FACT-DQS-MONTH-WORK.  A DATE FACTBDAY
      * REJECTS KEEPS ITS CALENDAR MONTH.
      *----------------------------------------------------------------
           E5-FIND-BUSINESS-MONTH.
           MOVE "BM" TO FACT-BDY-FUNCTION.
           MOVE FACT-DQS-DATE-WORK TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               MOVE FACT-DQS-DATE-YYYYMM TO FACT-DQS-MONTH-WORK
           ELSE
               MOVE FACT-BDY-RESULT-MONTH TO FACT-DQS-MONTH-WORK
           END-IF.

      *----------------------------------------------------------------
      * E5A-FIND-COLUMN - WHICH MONTH ON THE PAGE THE DATE IN
      * FACT-DQS-DATE-WORK FALLS IN, INTO FACT-DQS-COL; ZERO WHEN IT
      * IS NONE OF THEM.  THE TRAIL AND THE HISTORY ARE BOTH IN DATE
      * ORDER, SO THE LAST ANSWER IS KEPT AND THE CALENDAR ONLY ASKED
      * WHEN THE DATE CHANGES.
      *----------------------------------------------------------------
           E5A-FIND-COLUMN.
           IF FACT-DQS-DATE-WORK NOT = FACT-DQS-LAST-DATE THEN
               MOVE 0 TO FACT-DQS-LAST-COL
               IF FACT-DQS-DATE-WORK > 0 THEN
                   PERFORM E5-FIND-BUSINESS-MONTH
                   PERFORM E5B-MATCH-ONE-MONTH
                       VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
                       UNTIL FACT-DQS-MTH-SUB > 4
               END-IF
               MOVE FACT-DQS-DATE-WORK TO FACT-DQS-LAST-DATE
           END-IF.
           MOVE FACT-DQS-LAST-COL TO FACT-DQS-COL.

           E5B-MATCH-ONE-MONTH.
           IF DQS-MONTH (FACT-DQS-MTH-SUB) = FACT-DQS-MONTH-WORK THEN
               MOVE FACT-DQS-MTH-SUB TO FACT-DQS-LAST-COL
           END-IF.

      *----------------------------------------------------------------
      * E6-FIND-SOURCE-SLOT - THE SLOT FOR THE SOURCE IN
      * FACT-DQS-WORK-SOURCE, CLAIMING A FREE ONE FOR A SOURCE NOT
      * YET SEEN, INTO FACT-DQS-SRC-SUB.  NO SLOT LEFT COUNTS THE ROW
      * AS OVERFLOW AND LEAVES FACT-DQS-MATCH-SW OFF.
      *----------------------------------------------------------------
           E6-FIND-SOURCE-SLOT.
           IF FACT-DQS-WORK-SOURCE = SPACES THEN
               MOVE "UNK" TO FACT-DQS-WORK-SOURCE
           END-IF.
           MOVE "N" TO FACT-DQS-MATCH-SW.
           MOVE 1 TO FACT-DQS-SRC-SUB.
           PERFORM E6A-MATCH-ONE-SLOT
               UNTIL FACT-DQS-MATCH-YES
               OR FACT-DQS-SRC-SUB > FACT-DQS-SRC-USED.

           IF NOT FACT-DQS-MATCH-YES THEN
               IF FACT-DQS-SRC-USED < 10 THEN
                   ADD 1 TO FACT-DQS-SRC-USED
                   MOVE FACT-DQS-SRC-USED TO FACT-DQS-SRC-SUB
                   MOVE FACT-DQS-WORK-SOURCE
                       TO DQS-SRC-CODE (FACT-DQS-SRC-SUB)
                   SET FACT-DQS-MATCH-YES TO TRUE
               ELSE
                   ADD 1 TO FACT-DQS-OVERFLOW
               END-IF
           END-IF.

           E6A-MATCH-ONE-SLOT.
           IF DQS-SRC-CODE (FACT-DQS-SRC-SUB)
               = FACT-DQS-WORK-SOURCE THEN
               SET FACT-DQS-MATCH-YES TO TRUE
           ELSE
               ADD 1 TO FACT-DQS-SRC-SUB
           END-IF.

      *----------------------------------------------------------------
      * E7-PRINT-ONE-SOURCE - THE PAGE FOR SOURCE FACT-DQS-SRC-SUB:
      * VOLUME, REJECT RATE, ITS BREAKDOWN BY REASON, DUPLICATE RATE,
      * AND THE WORDING OF EVERY REASON SHOWN.  THE LAST LINE CLOSES
      * THE PAGE.
      *----------------------------------------------------------------
           E7-PRINT-ONE-SOURCE.
           MOVE DQS-SRC-CODE (FACT-DQS-SRC-SUB) TO DQS-HDR-SOURCE.
           MOVE DQS-MONTH (4) TO DQS-HDR-MONTH.
           MOVE FACT-DQS-TODAY TO DQS-HDR-TODAY.
           WRITE FACTDQP-LINE FROM FACT-DQS-HDR-1.
           WRITE FACTDQP-LINE FROM SPACES.

           MOVE SPACES TO FACT-DQS-COLUMN-HDGS.
           MOVE "  VS PRIOR 3 MTHS" TO DQS-COL-TREND.
           MOVE SPACES TO FACT-DQS-COUNT-LINE.
           MOVE "RECORDS RECEIVED" TO DQS-CNT-LABEL.
           PERFORM E7A-SET-ONE-COLUMN
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           WRITE FACTDQP-LINE FROM FACT-DQS-COLUMN-HDGS.
           WRITE FACTDQP-LINE FROM FACT-DQS-COUNT-LINE.

           PERFORM E7B-LOAD-REJECT-ROW
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           MOVE "REJECT RATE PCT" TO DQS-RATE-LABEL.
           PERFORM E8-PRINT-RATE-ROW.

           MOVE 0 TO FACT-DQS-REASON-ROWS.
           IF FACT-DQS-RJH-AVAIL-YES THEN
               PERFORM E7C-PRINT-ONE-REASON
                   VARYING FACT-DQS-RSN-SUB FROM 1 BY 1
                   UNTIL FACT-DQS-RSN-SUB > 10
           END-IF.

           PERFORM E7D-LOAD-DUPLICATE-ROW
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           MOVE "DUPLICATE RATE PCT" TO DQS-RATE-LABEL.
           PERFORM E8-PRINT-RATE-ROW.

           WRITE FACTDQP-LINE FROM SPACES.
           IF NOT FACT-DQS-RJH-AVAIL-YES THEN
               MOVE "NO FACTRJH REJECT HISTORY - NO BREAKDOWN BY REASON"
                   TO DQS-NOTE-TEXT
               WRITE FACTDQP-LINE FROM FACT-DQS-NOTE-LINE
           ELSE
               IF FACT-DQS-REASON-ROWS > 0 THEN
                   PERFORM E7E-PRINT-ONE-LEGEND
                       VARYING FACT-DQS-RSN-SUB FROM 1 BY 1
                       UNTIL FACT-DQS-RSN-SUB > 10
                   WRITE FACTDQP-LINE FROM SPACES
               END-IF
           END-IF.
           MOVE "END OF SCORECARD FOR SOURCE " TO DQS-NOTE-TEXT.
           MOVE DQS-SRC-CODE (FACT-DQS-SRC-SUB) TO DQS-NOTE-TEXT (29:3).
           WRITE FACTDQP-LINE FROM FACT-DQS-NOTE-LINE
               BEFORE ADVANCING PAGE.

           ADD 1 TO FACT-DQS-SRC-SUB.

           E7A-SET-ONE-COLUMN.
           MOVE DQS-MONTH (FACT-DQS-MTH-SUB)
               TO DQS-COL-MONTH (FACT-DQS-MTH-SUB).
           MOVE DQS-SRC-RECEIVED (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-CNT-VALUE (FACT-DQS-MTH-SUB).

           E7B-LOAD-REJECT-ROW.
           MOVE DQS-SRC-REJECTED (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-ROW-COUNT (FACT-DQS-MTH-SUB).
           MOVE DQS-SRC-RECEIVED (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-ROW-BASE (FACT-DQS-MTH-SUB).

      *----------------------------------------------------------------
      * E7C-PRINT-ONE-REASON - A RATE ROW FOR REASON FACT-DQS-RSN-SUB,
      * WHEN THE SOURCE WAS REJECTED FOR IT IN ANY OF THE MONTHS.
      *----------------------------------------------------------------
           E7C-PRINT-ONE-REASON.
           MOVE "N" TO FACT-DQS-SHOWN-SW.
           PERFORM E7F-LOAD-REASON-ROW
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           IF FACT-DQS-SHOWN-YES THEN
               ADD 1 TO FACT-DQS-REASON-ROWS
               MOVE FACT-DQS-RSN-SUB TO FACT-DQS-REASON-NUM
               MOVE "  REASON    PCT" TO DQS-RATE-LABEL
               MOVE FACT-DQS-REASON-WORK TO DQS-RATE-LABEL (10:2)
               PERFORM E8-PRINT-RATE-ROW
           END-IF.

           E7D-LOAD-DUPLICATE-ROW.
           MOVE DQS-SRC-DUPS (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-ROW-COUNT (FACT-DQS-MTH-SUB).
           MOVE DQS-SRC-RECEIVED (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-ROW-BASE (FACT-DQS-MTH-SUB).

      *----------------------------------------------------------------
      * E7E-PRINT-ONE-LEGEND - THE WORDING OF REASON FACT-DQS-RSN-SUB
      * IF ITS ROW WAS SHOWN.
      *----------------------------------------------------------------
           E7E-PRINT-ONE-LEGEND.
           MOVE "N" TO FACT-DQS-SHOWN-SW.
           PERFORM E7F-LOAD-REASON-ROW
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           IF FACT-DQS-SHOWN-YES THEN
               MOVE FACT-DQS-RSN-SUB TO FACT-DQS-REASON-NUM
               MOVE FACT-DQS-REASON-WORK TO DQS-LEG-CODE
               IF FACT-DQS-RSN-SUB <= FACT-RJN-REASON-LIMIT THEN
                   MOVE FACT-RJN-REASON-TEXT (FACT-DQS-RSN-SUB)
                       TO DQS-LEG-TEXT
               ELSE
                   MOVE "REASON CODE NOT RECOGNISED" TO DQS-LEG-TEXT
               END-IF
               WRITE FACTDQP-LINE FROM FACT-DQS-LEGEND-LINE
           END-IF.

           E7F-LOAD-REASON-ROW.
           MOVE DQS-SRC-REASON (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB,
               FACT-DQS-RSN-SUB) TO DQS-ROW-COUNT (FACT-DQS-MTH-SUB).
           MOVE DQS-SRC-RECEIVED (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB)
               TO DQS-ROW-BASE (FACT-DQS-MTH-SUB).
           IF DQS-ROW-COUNT (FACT-DQS-MTH-SUB) > 0 THEN
               SET FACT-DQS-SHOWN-YES TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * E8-PRINT-RATE-ROW - THE ROW LOADED INTO FACT-DQS-ROW-TABLE AS
      * A PERCENTAGE PER MONTH (ZERO FOR A MONTH WITH NOTHING
      * RECEIVED), AND ITS TREND: THE MONTH SCORED AGAINST THE
      * THREE BEFORE IT POOLED, IN PERCENTAGE POINTS.
      *----------------------------------------------------------------
           E8-PRINT-RATE-ROW.
           MOVE 0 TO FACT-DQS-PRIOR-COUNT.
           MOVE 0 TO FACT-DQS-PRIOR-BASE.
           PERFORM E8A-RATE-ONE-MONTH
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.

           MOVE SPACES TO DQS-RATE-TREND-TEXT.
           EVALUATE TRUE
               WHEN DQS-ROW-BASE (4) = 0
                   MOVE "NO DATA" TO DQS-TRD-WORD
               WHEN FACT-DQS-PRIOR-BASE = 0
                   MOVE "NO HISTORY" TO DQS-RATE-TREND-TEXT (9:10)
               WHEN OTHER
                   MULTIPLY FACT-DQS-PRIOR-COUNT BY 100
                       GIVING FACT-DQS-PCT-WORK
                   DIVIDE FACT-DQS-PCT-WORK BY FACT-DQS-PRIOR-BASE
                       GIVING FACT-DQS-PRIOR-RATE ROUNDED
                   MULTIPLY DQS-ROW-COUNT (4) BY 100
                       GIVING FACT-DQS-PCT-WORK
                   DIVIDE FACT-DQS-PCT-WORK BY DQS-ROW-BASE (4)
                       GIVING FACT-DQS-RATE ROUNDED
                   SUBTRACT FACT-DQS-PRIOR-RATE FROM FACT-DQS-RATE
                       GIVING FACT-DQS-DIFF
                   MOVE FACT-DQS-DIFF TO DQS-TRD-DIFF
                   EVALUATE TRUE
                       WHEN FACT-DQS-DIFF > 0
                           MOVE "WORSE" TO DQS-TRD-WORD
                       WHEN FACT-DQS-DIFF < 0
                           MOVE "BETTER" TO DQS-TRD-WORD
                       WHEN OTHER
                           MOVE "SAME" TO DQS-TRD-WORD
                   END-EVALUATE
           END-EVALUATE.
           WRITE FACTDQP-LINE FROM FACT-DQS-RATE-LINE.

           E8A-RATE-ONE-MONTH.
           MOVE SPACES TO DQS-RATE-GAP (FACT-DQS-MTH-SUB).
           IF DQS-ROW-BASE (FACT-DQS-MTH-SUB) = 0 THEN
               MOVE 0 TO FACT-DQS-RATE
           ELSE
               MULTIPLY DQS-ROW-COUNT (FACT-DQS-MTH-SUB) BY 100
                   GIVING FACT-DQS-PCT-WORK
               DIVIDE FACT-DQS-PCT-WORK
                   BY DQS-ROW-BASE (FACT-DQS-MTH-SUB)
                   GIVING FACT-DQS-RATE ROUNDED
           END-IF.
           MOVE FACT-DQS-RATE TO DQS-RATE-VALUE (FACT-DQS-MTH-SUB).
           IF FACT-DQS-MTH-SUB < 4 THEN
               ADD DQS-ROW-COUNT (FACT-DQS-MTH-SUB)
                   TO FACT-DQS-PRIOR-COUNT
               ADD DQS-ROW-BASE (FACT-DQS-MTH-SUB)
                   TO FACT-DQS-PRIOR-BASE
           END-IF.

      *----------------------------------------------------------------
      * E9-PRINT-RUN-SUMMARY - A CLOSING PAGE: THE MONTHS SCORED,
      * WHAT WAS READ, AND ANYTHING THE SCORECARDS COULD NOT COVER.
      *----------------------------------------------------------------
           E9-PRINT-RUN-SUMMARY.
           MOVE "ALL" TO DQS-HDR-SOURCE.
           MOVE DQS-MONTH (4) TO DQS-HDR-MONTH.
           MOVE FACT-DQS-TODAY TO DQS-HDR-TODAY.
           WRITE FACTDQP-LINE FROM FACT-DQS-HDR-1.
           WRITE FACTDQP-LINE FROM SPACES.

           MOVE "SOURCES SCORED" TO DQS-TRL-LABEL.
           MOVE FACT-DQS-SRC-USED TO DQS-TRL-VALUE.
           WRITE FACTDQP-LINE FROM FACT-DQS-TRAILER-LINE.
           MOVE "FACTAUD RECORDS READ" TO DQS-TRL-LABEL.
           MOVE FACT-DQS-AUD-READ TO DQS-TRL-VALUE.
           WRITE FACTDQP-LINE FROM FACT-DQS-TRAILER-LINE.
           IF FACT-DQS-ARC-AVAIL-YES THEN
               MOVE "FACTARC RECORDS READ" TO DQS-TRL-LABEL
               MOVE FACT-DQS-ARC-READ TO DQS-TRL-VALUE
               WRITE FACTDQP-LINE FROM FACT-DQS-TRAILER-LINE
           ELSE
               MOVE "NO FACTARC ARCHIVE - LIVE TRAIL ONLY"
                   TO DQS-NOTE-TEXT
               WRITE FACTDQP-LINE FROM FACT-DQS-NOTE-LINE
           END-IF.
           IF FACT-DQS-RJH-AVAIL-YES THEN
               MOVE "FACTRJH RECORDS READ" TO DQS-TRL-LABEL
               MOVE FACT-DQS-RJH-READ TO DQS-TRL-VALUE
               WRITE FACTDQP-LINE FROM FACT-DQS-TRAILER-LINE
           ELSE
               MOVE "NO FACTRJH REJECT HISTORY - NO BREAKDOWN BY REASON"
                   TO DQS-NOTE-TEXT
               WRITE FACTDQP-LINE FROM FACT-DQS-NOTE-LINE
           END-IF.

           IF FACT-DQS-OVERFLOW > 0 THEN
               MOVE "ROWS FOR SOURCES PAST THE TENTH - NOT SCORED"
                   TO DQS-TRL-LABEL
               MOVE FACT-DQS-OVERFLOW TO DQS-TRL-VALUE
               WRITE FACTDQP-LINE FROM FACT-DQS-TRAILER-LINE
               DISPLAY "FACTDQS - " FACT-DQS-OVERFLOW
                   " ROW(S) FOR SOURCES PAST THE TENTH NOT SCORED"
               MOVE 4 TO FACT-DQS-WORST-RC
           END-IF.

           IF FACT-DQS-SRC-USED = 0 THEN
               MOVE "** NOTHING ON THE TRAIL FOR THESE MONTHS **"
                   TO DQS-NOTE-TEXT
               WRITE FACTDQP-LINE FROM FACT-DQS-NOTE-LINE
               DISPLAY "FACTDQS - NOTHING TO SCORE FOR BUSINESS MONTH "
                   DQS-MONTH (4)
               MOVE 4 TO FACT-DQS-WORST-RC
           ELSE
               DISPLAY "FACTDQS - " FACT-DQS-SRC-USED
                   " SOURCE(S) SCORED FOR BUSINESS MONTH " DQS-MONTH (4)
           END-IF.

      *----------------------------------------------------------------
      * E10-CLEAR-ONE-SOURCE - BLANK ONE SOURCE SLOT, EVERY MONTH.
      *----------------------------------------------------------------
           E10-CLEAR-ONE-SOURCE.
           MOVE SPACES TO DQS-SRC-CODE (FACT-DQS-SRC-SUB).
           PERFORM E10A-CLEAR-ONE-MONTH
               VARYING FACT-DQS-MTH-SUB FROM 1 BY 1
               UNTIL FACT-DQS-MTH-SUB > 4.
           ADD 1 TO FACT-DQS-SRC-SUB.

           E10A-CLEAR-ONE-MONTH.
           MOVE 0 TO DQS-SRC-RECEIVED (FACT-DQS-SRC-SUB,
               FACT-DQS-MTH-SUB).
           MOVE 0 TO DQS-SRC-REJECTED (FACT-DQS-SRC-SUB,
               FACT-DQS-MTH-SUB).
           MOVE 0 TO DQS-SRC-DUPS (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB).
           PERFORM E10B-CLEAR-ONE-REASON
               VARYING FACT-DQS-RSN-SUB FROM 1 BY 1
               UNTIL FACT-DQS-RSN-SUB > 10.

           E10B-CLEAR-ONE-REASON.
           MOVE 0 TO DQS-SRC-REASON (FACT-DQS-SRC-SUB, FACT-DQS-MTH-SUB,
               FACT-DQS-RSN-SUB).
