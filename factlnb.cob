      *****************************************************************
      * PROGRAM-ID. FACTLNB
      *
      * Builds and extends the FACTLNZ last-nonzero-digit lookup (see
      * FACTLNZL).  Run mode "2" in FACTBAT multiplies through every
      * factor from 1 to N, stripping trailing zeros as it goes; this
      * step runs that same loop once, ahead of time, and keeps its
      * state at every FACT-LNZ-INTERVAL values, so FACTBAT can start
      * any value from the nearest point below it.
      *
      * The build is checkpointed point by point: each point is
      * appended and the dataset closed before the next is started,
      * so a build that is cancelled or runs out of window loses only
      * the interval in progress, and the next run reads the points
      * already there and carries on from the last.  The full table
      * is hours of CPU, so it is meant to be built up over several
      * runs.
      *
      * The optional one-record FACTLNQ request:
      *
      *   cols 1-10   interval between points.  Default 1,000,000.  It
      *               must agree with the points already on FACTLNZ;
      *               a different interval means a fresh dataset.
      *   cols 11-20  build through this value.  Default
      *               1,000,000,000.  Never past FACT-LNZ-MAX-POINTS
      *               points or the largest ten-digit value.
      *   cols 21-25  most points to add this run.  Blank or zero:
      *               no limit, build through the value above.
      *
      * Return code 0 when the lookup reaches the value asked for, 4
      * when the run stopped at its point limit with points still to
      * build (rerun to continue), and 16 for a request, a dataset or
      * an existing point that cannot be trusted - a damaged FACTLNZ
      * is never extended, it is rebuilt from empty.  FACTBAT uses
      * the points before any damaged one in the meantime.
      *
      * The multiplying paragraphs H5 / H6 are FACTBAT's B4 / B5 and
      * must stay in step with them: a point is only good for as long
      * as it is the state FACTBAT's own loop would reach there.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTLNB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTLNQ ASSIGN TO FACTLNQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTLNQ-STATUS.

            SELECT FACTLNZ ASSIGN TO FACTLNZ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTLNZ-STATUS.

            SELECT FACTLNP ASSIGN TO FACTLNP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTLNP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTLNQ
            RECORDING MODE IS F.
        01  FACTLNQ-RECORD.
            05  LNQ-INTERVAL            PIC X(10).
            05  LNQ-THROUGH             PIC X(10).
            05  LNQ-MAX-POINTS          PIC X(05).
            05  FILLER                  PIC X(55).

        FD  FACTLNZ
            RECORDING MODE IS F.
        01  FACTLNZ-RECORD              PIC X(80).

        FD  FACTLNP
            RECORDING MODE IS F.
        01  FACTLNP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * LOOKUP RECORD LAYOUT - SEE COPYBOOK FACTLNZL.
      *----------------------------------------------------------------
           COPY FACTLNZL.

        77  FACTLNQ-STATUS              PIC X(02).
        77  FACTLNZ-STATUS              PIC X(02).
        77  FACTLNP-STATUS              PIC X(02).

        77  FACT-LNB-TODAY              PIC 9(08) VALUE 0.
        77  FACT-LNB-INTERVAL           PIC 9(10) VALUE 1000000.
        77  FACT-LNB-THROUGH            PIC 9(10) VALUE 1000000000.
        77  FACT-LNB-RUN-LIMIT          PIC 9(05) VALUE 0.
        77  FACT-LNB-REQ-INTERVAL       PIC 9(10) VALUE 0.
        77  FACT-LNB-FILE-STEP          PIC 9(10) VALUE 0.
        77  FACT-LNB-FOUND              PIC 9(05) COMP VALUE 0.
        77  FACT-LNB-ADDED              PIC 9(05) COMP VALUE 0.
        77  FACT-LNB-POINTS             PIC 9(05) COMP VALUE 0.
        77  FACT-LNB-TARGET-POINTS      PIC 9(10) COMP VALUE 0.
        77  FACT-LNB-LAST-VALUE         PIC 9(10) VALUE 0.
        77  FACT-LNB-NEXT-VALUE         PIC 9(15) COMP VALUE 0.
        77  FACT-LNB-EXPECT             PIC 9(15) COMP VALUE 0.
        77  FACT-LNB-CEILING            PIC 9(15) COMP VALUE 0.
        77  FACT-LNB-QUOT               PIC 9(10) COMP VALUE 0.
        77  FACT-LNB-REM                PIC 9(01) COMP VALUE 0.

      *----------------------------------------------------------------
      * WORK FIELDS FOR THE LAST-NONZERO-DIGIT LOOP - THE SAME FIELDS,
      * THE SAME WIDTHS AND THE SAME TRUNCATION AS FACTBAT'S.
      *----------------------------------------------------------------
        77  FACT-NZ-ACC                 PIC 9(18) COMP VALUE 1.
        77  FACT-NZ-FACTOR              PIC 9(11) COMP VALUE 1.
        77  FACT-NZ-QUOT                PIC 9(18) COMP.
        77  FACT-NZ-REM                 PIC 9(01) COMP.

        01  FACT-LNB-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-LNB-EOF-YES             VALUE "Y".

        01  FACT-LNB-STOP-SW            PIC X(01) VALUE "N".
            88  FACT-LNB-STOP-YES            VALUE "Y".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTLNP BUILD REPORT.
      *----------------------------------------------------------------
        01  FACT-LNB-HDR-1.
            05  FILLER                  PIC X(38)
                VALUE "LAST-NONZERO-DIGIT LOOKUP BUILD      ".
            05  FILLER                  PIC X(09) VALUE "RUN DATE ".
            05  LNB-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(25) VALUE SPACES.

        01  FACT-LNB-FIGURE-LINE.
            05  LNB-FIG-LABEL           PIC X(44).
            05  LNB-FIG-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-LNB-NOTE-LINE.
            05  LNB-NOTE-TEXT           PIC X(80).

        PROCEDURE DIVISION.
           H-PARA.
           OPEN OUTPUT FACTLNP.
           IF FACTLNP-STATUS NOT = "00" THEN
               DISPLAY "FACTLNB - UNABLE TO OPEN FACTLNP - FILE STATUS "
                   FACTLNP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-LNB-TODAY FROM DATE YYYYMMDD.
           MOVE FACT-LNB-TODAY TO LNB-HDR-TODAY.
           WRITE FACTLNP-LINE FROM FACT-LNB-HDR-1.
           WRITE FACTLNP-LINE FROM SPACES.

           PERFORM H1-READ-REQUEST.
           IF RETURN-CODE = 0 THEN
               PERFORM H2-READ-EXISTING-POINTS
           END-IF.
           MOVE FACT-LNB-FOUND TO FACT-LNB-POINTS.
           IF RETURN-CODE = 0 THEN
               PERFORM H3-SET-TARGET
               PERFORM H4-BUILD-ONE-POINT
                   UNTIL FACT-LNB-STOP-YES
                   OR FACT-LNB-POINTS >= FACT-LNB-TARGET-POINTS
                   OR (FACT-LNB-RUN-LIMIT > 0 AND
                       FACT-LNB-ADDED >= FACT-LNB-RUN-LIMIT)
           END-IF.

           PERFORM H8-PRINT-RESULT.

           CLOSE FACTLNP.
           STOP RUN.

      *----------------------------------------------------------------
      * H1-READ-REQUEST - THE OPTIONAL FACTLNQ RECORD.  NO DATASET, AN
      * EMPTY ONE OR A BLANK FIELD TAKES THAT FIELD'S DEFAULT; A
      * FIELD THAT IS THERE BUT NOT A NUMBER REFUSES THE RUN - A BUILD
      * IS HOURS OF CPU AND MUST BUILD WHAT WAS ASKED FOR OR NOTHING.
      *----------------------------------------------------------------
           H1-READ-REQUEST.
           MOVE SPACES TO FACTLNQ-RECORD.
           OPEN INPUT FACTLNQ.
           IF FACTLNQ-STATUS = "00" THEN
               READ FACTLNQ
                   AT END
                       MOVE SPACES TO FACTLNQ-RECORD
               END-READ
               CLOSE FACTLNQ
           END-IF.

           IF LNQ-INTERVAL NOT = SPACES THEN
               IF LNQ-INTERVAL IS NUMERIC AND
                   LNQ-INTERVAL NOT = "0000000000" THEN
                   MOVE LNQ-INTERVAL TO FACT-LNB-REQ-INTERVAL
                   MOVE LNQ-INTERVAL TO FACT-LNB-INTERVAL
               ELSE
                   DISPLAY "FACTLNB - FACTLNQ INTERVAL '" LNQ-INTERVAL
                       "' INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF LNQ-THROUGH NOT = SPACES THEN
               IF LNQ-THROUGH IS NUMERIC THEN
                   MOVE LNQ-THROUGH TO FACT-LNB-THROUGH
               ELSE
                   DISPLAY "FACTLNB - FACTLNQ BUILD-THROUGH VALUE '"
                       LNQ-THROUGH "' INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF LNQ-MAX-POINTS NOT = SPACES THEN
               IF LNQ-MAX-POINTS IS NUMERIC THEN
                   MOVE LNQ-MAX-POINTS TO FACT-LNB-RUN-LIMIT
               ELSE
                   DISPLAY "FACTLNB - FACTLNQ POINTS PER RUN '"
                       LNQ-MAX-POINTS "' INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * H2-READ-EXISTING-POINTS - READ WHAT IS ALREADY ON FACTLNZ,
      * CHECKING EVERY POINT THE WAY FACTBAT DOES, AND PICK UP THE
      * LOOP'S STATE AT THE LAST ONE.  A DATASET THAT DOES NOT EXIST
      * YET IS AN EMPTY ONE.
      *----------------------------------------------------------------
           H2-READ-EXISTING-POINTS.
           OPEN INPUT FACTLNZ.
           IF FACTLNZ-STATUS = "00" THEN
               MOVE "N" TO FACT-LNB-EOF-SW
               PERFORM H2A-TAKE-ONE-POINT
                   UNTIL FACT-LNB-EOF-YES OR RETURN-CODE NOT = 0
               CLOSE FACTLNZ
           ELSE
               IF FACTLNZ-STATUS NOT = "35" THEN
                   DISPLAY "FACTLNB - UNABLE TO OPEN FACTLNZ - FILE "
                       "STATUS " FACTLNZ-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF RETURN-CODE = 0 AND FACT-LNB-FOUND > 0 THEN
               IF FACT-LNB-REQ-INTERVAL > 0 AND
                   FACT-LNB-REQ-INTERVAL NOT = FACT-LNB-FILE-STEP THEN
                   DISPLAY "FACTLNB - FACTLNQ INTERVAL "
                       FACT-LNB-REQ-INTERVAL " DISAGREES WITH FACTLNZ "
                       "INTERVAL " FACT-LNB-FILE-STEP " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE FACT-LNB-FILE-STEP TO FACT-LNB-INTERVAL
               END-IF
           END-IF.

           H2A-TAKE-ONE-POINT.
           READ FACTLNZ
               AT END
                   SET FACT-LNB-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-LNB-EOF-YES THEN
               MOVE FACTLNZ-RECORD TO FACT-LNZ-RECORD
               IF FACT-LNB-FOUND = 0 AND
                   FACT-LNZ-INTERVAL IS NUMERIC THEN
                   MOVE FACT-LNZ-INTERVAL TO FACT-LNB-FILE-STEP
               END-IF
               ADD 1 TO FACT-LNB-FOUND
               MULTIPLY FACT-LNB-FOUND BY FACT-LNB-FILE-STEP
                   GIVING FACT-LNB-EXPECT
               EVALUATE TRUE
                   WHEN FACT-LNB-FOUND > FACT-LNZ-MAX-POINTS
                       PERFORM H2B-REFUSE-POINT
                   WHEN FACT-LNZ-VALUE IS NOT NUMERIC OR
                       FACT-LNZ-INTERVAL IS NOT NUMERIC OR
                       FACT-LNZ-ACC IS NOT NUMERIC OR
                       FACT-LNZ-DIGIT IS NOT NUMERIC
                       PERFORM H2B-REFUSE-POINT
                   WHEN FACT-LNB-FILE-STEP = 0 OR
                       FACT-LNZ-INTERVAL NOT = FACT-LNB-FILE-STEP OR
                       FACT-LNZ-VALUE NOT = FACT-LNB-EXPECT
                       PERFORM H2B-REFUSE-POINT
                   WHEN OTHER
                       DIVIDE FACT-LNZ-ACC BY 10
                           GIVING FACT-LNB-QUOT
                           REMAINDER FACT-LNB-REM
                       IF FACT-LNB-REM = 0 OR
                           FACT-LNB-REM NOT = FACT-LNZ-DIGIT THEN
                           PERFORM H2B-REFUSE-POINT
                       ELSE
                           MOVE FACT-LNZ-VALUE TO FACT-LNB-LAST-VALUE
                           MOVE FACT-LNZ-ACC TO FACT-NZ-ACC
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * H2B-REFUSE-POINT - A POINT THAT IS OUT OF SEQUENCE, AT ODDS
      * WITH ITSELF OR PAST THE TABLE'S END.  NOTHING IS APPENDED
      * BEHIND IT; THE DATASET HAS TO BE REBUILT FROM EMPTY.
      *----------------------------------------------------------------
           H2B-REFUSE-POINT.
           DISPLAY "FACTLNB - FACTLNZ RECORD " FACT-LNB-FOUND
               " OUT OF SEQUENCE OR DAMAGED - EMPTY THE DATASET AND "
               "REBUILD".
           MOVE 16 TO RETURN-CODE.

      *----------------------------------------------------------------
      * H3-SET-TARGET - HOW MANY POINTS THE LOOKUP SHOULD HOLD WHEN
      * THIS RUN IS DONE: THE LAST WHOLE INTERVAL AT OR BELOW THE
      * BUILD-THROUGH VALUE, NO FURTHER THAN THE TABLE'S LAST POINT
      * OR THE LARGEST TEN-DIGIT VALUE.
      *----------------------------------------------------------------
           H3-SET-TARGET.
           DIVIDE FACT-LNB-THROUGH BY FACT-LNB-INTERVAL
               GIVING FACT-LNB-TARGET-POINTS.
           IF FACT-LNB-TARGET-POINTS > FACT-LNZ-MAX-POINTS THEN
               MOVE FACT-LNZ-MAX-POINTS TO FACT-LNB-TARGET-POINTS
           END-IF.
           MULTIPLY FACT-LNB-TARGET-POINTS BY FACT-LNB-INTERVAL
               GIVING FACT-LNB-CEILING.
           IF FACT-LNB-CEILING > 9999999999 THEN
               DIVIDE 9999999999 BY FACT-LNB-INTERVAL
                   GIVING FACT-LNB-TARGET-POINTS
           END-IF.

      *----------------------------------------------------------------
      * H4-BUILD-ONE-POINT - MULTIPLY THROUGH TO THE NEXT POINT AND
      * APPEND IT.  THE DATASET IS OPENED AND CLOSED AROUND EACH
      * POINT SO EVERY POINT IS ON DISK BEFORE THE NEXT ONE STARTS.
      *----------------------------------------------------------------
           H4-BUILD-ONE-POINT.
           ADD FACT-LNB-INTERVAL TO FACT-LNB-LAST-VALUE
               GIVING FACT-LNB-NEXT-VALUE.
           ADD 1 TO FACT-LNB-LAST-VALUE GIVING FACT-NZ-FACTOR.
           PERFORM H5-NZ-MULTIPLY-ONE-FACTOR
               UNTIL FACT-NZ-FACTOR > FACT-LNB-NEXT-VALUE.

           MOVE SPACES TO FACT-LNZ-RECORD.
           MOVE FACT-LNB-NEXT-VALUE TO FACT-LNZ-VALUE.
           MOVE FACT-LNB-INTERVAL TO FACT-LNZ-INTERVAL.
           MOVE FACT-NZ-ACC TO FACT-LNZ-ACC.
           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-LNZ-DIGIT.
           MOVE FACT-LNB-TODAY TO FACT-LNZ-BUILD-DATE.

           PERFORM H7-APPEND-POINT.
           IF NOT FACT-LNB-STOP-YES THEN
               ADD 1 TO FACT-LNB-POINTS
               ADD 1 TO FACT-LNB-ADDED
               MOVE FACT-LNB-NEXT-VALUE TO FACT-LNB-LAST-VALUE
               DISPLAY "FACTLNB - POINT " FACT-LNB-POINTS
                   " AT VALUE " FACT-LNZ-VALUE " DIGIT "
                   FACT-LNZ-DIGIT " WRITTEN"
           END-IF.

      *----------------------------------------------------------------
      * H5-NZ-MULTIPLY-ONE-FACTOR - FACTBAT B4: MULTIPLY THE NEXT
      * FACTOR IN, STRIP THE TRAILING ZEROS AND KEEP THE LOW-ORDER
      * EIGHT DIGITS.
      *----------------------------------------------------------------
           H5-NZ-MULTIPLY-ONE-FACTOR.
           MULTIPLY FACT-NZ-FACTOR BY FACT-NZ-ACC.

           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.
           PERFORM H6-NZ-STRIP-TRAILING-ZERO UNTIL FACT-NZ-REM NOT = 0.

           IF FACT-NZ-ACC > 99999999 THEN
               DIVIDE FACT-NZ-ACC BY 100000000
                   GIVING FACT-NZ-QUOT
                   REMAINDER FACT-NZ-ACC
           END-IF.

           ADD 1 TO FACT-NZ-FACTOR.

      *----------------------------------------------------------------
      * H6-NZ-STRIP-TRAILING-ZERO - FACTBAT B5: DIVIDE OUT ONE
      * TRAILING ZERO AND RE-TEST.
      *----------------------------------------------------------------
           H6-NZ-STRIP-TRAILING-ZERO.
           DIVIDE FACT-NZ-ACC BY 10 GIVING FACT-NZ-ACC.
           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.

      *----------------------------------------------------------------
      * H7-APPEND-POINT - ADD THE POINT IN FACT-LNZ-RECORD TO THE END
      * OF FACTLNZ.  ONLY AN EMPTY LOOKUP MAY BE CREATED ON THE SPOT;
      * ONE THAT ALREADY HAS POINTS AND WILL NOT OPEN FOR APPENDING
      * STOPS THE BUILD.
      *----------------------------------------------------------------
           H7-APPEND-POINT.
           OPEN EXTEND FACTLNZ.
           IF FACTLNZ-STATUS NOT = "00" AND FACT-LNB-POINTS = 0 THEN
               OPEN OUTPUT FACTLNZ
           END-IF.
           IF FACTLNZ-STATUS NOT = "00" THEN
               DISPLAY "FACTLNB - UNABLE TO OPEN FACTLNZ FOR APPEND - "
                   "FILE STATUS " FACTLNZ-STATUS
               MOVE 16 TO RETURN-CODE
               SET FACT-LNB-STOP-YES TO TRUE
           ELSE
               MOVE SPACES TO FACTLNZ-RECORD
               MOVE FACT-LNZ-RECORD TO FACTLNZ-RECORD
               WRITE FACTLNZ-RECORD
               IF FACTLNZ-STATUS NOT = "00" THEN
                   DISPLAY "FACTLNB - WRITE TO FACTLNZ FAILED - FILE "
                       "STATUS " FACTLNZ-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET FACT-LNB-STOP-YES TO TRUE
               END-IF
               CLOSE FACTLNZ
           END-IF.

      *----------------------------------------------------------------
      * H8-PRINT-RESULT - THE FIGURES AND THE VERDICT.  A RUN
      * REFUSED BEFORE IT BUILT ANYTHING PRINTS ONLY THE VERDICT.
      *----------------------------------------------------------------
           H8-PRINT-RESULT.
           IF RETURN-CODE NOT = 16 OR FACT-LNB-ADDED > 0 THEN
               MOVE "INTERVAL BETWEEN POINTS" TO LNB-FIG-LABEL
               MOVE FACT-LNB-INTERVAL TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               MOVE "POINTS ON FACTLNZ BEFORE THIS RUN"
                   TO LNB-FIG-LABEL
               MOVE FACT-LNB-FOUND TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               MOVE "POINTS ADDED THIS RUN" TO LNB-FIG-LABEL
               MOVE FACT-LNB-ADDED TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               MOVE "POINTS ON FACTLNZ NOW" TO LNB-FIG-LABEL
               MOVE FACT-LNB-POINTS TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               MOVE "LOOKUP NOW REACHES VALUE" TO LNB-FIG-LABEL
               MOVE FACT-LNB-LAST-VALUE TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               MOVE "POINTS WANTED FOR THE BUILD-THROUGH VALUE"
                   TO LNB-FIG-LABEL
               MOVE FACT-LNB-TARGET-POINTS TO LNB-FIG-VALUE
               WRITE FACTLNP-LINE FROM FACT-LNB-FIGURE-LINE
               WRITE FACTLNP-LINE FROM SPACES
           END-IF.

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   MOVE "** BUILD REFUSED OR STOPPED - SEE SYSOUT **"
                       TO LNB-NOTE-TEXT
               WHEN FACT-LNB-POINTS < FACT-LNB-TARGET-POINTS
                   MOVE "** POINT LIMIT FOR THE RUN REACHED - RERUN TO "
                       TO LNB-NOTE-TEXT
                   MOVE "CONTINUE THE BUILD **" TO LNB-NOTE-TEXT (47:21)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "LOOKUP COMPLETE THROUGH THE VALUE REQUESTED"
                       TO LNB-NOTE-TEXT
           END-EVALUATE.
           WRITE FACTLNP-LINE FROM FACT-LNB-NOTE-LINE.
           DISPLAY "FACTLNB - " FACT-LNB-ADDED " POINT(S) ADDED, "
               FACT-LNB-POINTS " ON FACTLNZ".
