      *****************************************************************
      * PROGRAM-ID. FACTOPS
      *
      * Morning operations status report - the one page the shift
      * lead reads to answer "is last night done and released".  For
      * each business date it brings together what the night's jobs
      * left behind:
      *
      *   RAN           - the FACTLGR run-ledger row (or, without
      *                   one, a FACTSTA statistics record).
      *   COMPLETE      - the ledger status and the run's return
      *                   code; STARTED means a run that never
      *                   finished.
      *   RUN STATS     - the FACTSTA record for the date.
      *   BALANCED      - the last FACTBAL GO / NO-GO verdict for
      *                   the date off FACTBLS (see FACTOPSL).
      *   EXPEDITED     - whether the FACTPRI expedited file was
      *                   sealed and released, off the ledger row.
      *   TRANSMITTED   - the consolidated FACTOUT's FACTXMT record,
      *                   with the per-source return files and any
      *                   FACTRTX resends.
      *   ACKNOWLEDGED  - the latest FACTACK results for the date's
      *                   transmissions off FACTAKS (see FACTOPSL).
      *
      * Each item is graded 0 (done), 4 (warning - look at it), 8
      * (cannot be confirmed - a dataset is missing or a job has not
      * reported) or 12 (open - the night is not done or not
      * released), and the step ends with the worst grade across
      * every date printed, so the scheduler can page on it.
      *
      * The dates come from an optional one-record FACTOPQ request:
      *
      *   cols 1-8   first business date CCYYMMDD
      *   cols 9-16  last business date CCYYMMDD (blank = the first)
      *
      * With no request the report covers the prior business date
      * on the shop calendar (FACTBDAY / FACTCAL) - on a Monday
      * morning, Friday's night.  Every business date in the range
      * gets a page, and so does any other date with a ledger row (a
      * weekend catch-up run).  Read-only against every dataset -
      * safe to run at any time.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTOPS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTOPQ ASSIGN TO FACTOPQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTOPQ-STATUS.

            SELECT FACTLGR ASSIGN TO FACTLGR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FACTLGR-KEY
                FILE STATUS IS FACTLGR-STATUS.

            SELECT FACTSTA ASSIGN TO FACTSTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSTA-STATUS.

            SELECT FACTBLS ASSIGN TO FACTBLS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTBLS-STATUS.

            SELECT FACTXMT ASSIGN TO FACTXMT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTXMT-STATUS.

            SELECT FACTAKS ASSIGN TO FACTAKS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAKS-STATUS.

            SELECT FACTOPP ASSIGN TO FACTOPP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTOPP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTOPQ
            RECORDING MODE IS F.
        01  FACTOPQ-RECORD.
            05  OPQ-FROM-DATE           PIC X(08).
            05  OPQ-TO-DATE             PIC X(08).
            05  FILLER                  PIC X(64).

        FD  FACTLGR
            RECORD CONTAINS 80 CHARACTERS.
        01  FACTLGR-RECORD.
            05  FACTLGR-KEY             PIC X(08).
            05  FILLER                  PIC X(72).

        FD  FACTSTA
            RECORDING MODE IS F.
        01  FACTSTA-RECORD              PIC X(80).

        FD  FACTBLS
            RECORDING MODE IS F.
        01  FACTBLS-RECORD              PIC X(80).

        FD  FACTXMT
            RECORDING MODE IS F.
        01  FACTXMT-RECORD              PIC X(80).

        FD  FACTAKS
            RECORDING MODE IS F.
        01  FACTAKS-RECORD              PIC X(80).

        FD  FACTOPP
            RECORDING MODE IS F.
        01  FACTOPP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTLGRL, FACTSTAL,
      * FACTXMTL, FACTOPSL AND FACTBDYL.
      *----------------------------------------------------------------
           COPY FACTLGRL.
           COPY FACTSTAL.
           COPY FACTXMTL.
           COPY FACTOPSL.
           COPY FACTBDYL.

        77  FACTOPQ-STATUS              PIC X(02).
        77  FACTLGR-STATUS              PIC X(02).
        77  FACTSTA-STATUS              PIC X(02).
        77  FACTBLS-STATUS              PIC X(02).
        77  FACTXMT-STATUS              PIC X(02).
        77  FACTAKS-STATUS              PIC X(02).
        77  FACTOPP-STATUS              PIC X(02).

      *----------------------------------------------------------------
      * THE DATES REPORTED.  A RANGE LONGER THAN THIS MANY DAYS IS
      * REFUSED - THIS IS A MORNING REPORT, NOT A HISTORY; FACTTRD
      * IS THE JOB FOR LONGER VIEWS.
      *----------------------------------------------------------------
        77  FACT-OPS-MAX-DAYS           PIC 9(03) VALUE 62.
        77  FACT-OPS-TODAY              PIC 9(08) VALUE 0.
        77  FACT-OPS-FROM-DATE          PIC 9(08) VALUE 0.
        77  FACT-OPS-TO-DATE            PIC 9(08) VALUE 0.
        77  FACT-OPS-DATE               PIC 9(08) VALUE 0.
        77  FACT-OPS-DATE-INT           PIC 9(08) COMP VALUE 0.
        77  FACT-OPS-SPAN               PIC S9(08) COMP VALUE 0.
        77  FACT-OPS-PAGES              PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * GRADES - THE ITEM IN HAND, THE WORST ON THE DATE'S PAGE AND
      * THE WORST ON THE WHOLE REPORT (THE STEP'S RETURN CODE).
      *----------------------------------------------------------------
        77  FACT-OPS-ITEM-SEV           PIC 9(02) VALUE 0.
        77  FACT-OPS-DATE-SEV           PIC 9(02) VALUE 0.
        77  FACT-OPS-WORST-SEV          PIC 9(02) VALUE 0.
        77  FACT-OPS-DATE-WORST-ITEM    PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * WHAT THE SCANS FOUND FOR THE DATE IN HAND.
      *----------------------------------------------------------------
        77  FACT-OPS-STA-RECORDS        PIC 9(10) VALUE 0.
        77  FACT-OPS-STA-ERRORS         PIC 9(10) VALUE 0.
        77  FACT-OPS-XMT-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-OPS-XMT-JOB            PIC X(08) VALUE SPACES.
        77  FACT-OPS-XMT-SPLITS         PIC 9(03) VALUE 0.
        77  FACT-OPS-XMT-RESENDS        PIC 9(03) VALUE 0.
        77  FACT-OPS-AKS-TOTAL          PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-MATCHED        PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-MISMATCHED     PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-UNACKED        PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-AWAITING       PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-RESENT         PIC 9(05) VALUE 0.
        77  FACT-OPS-AKS-FAILED         PIC 9(05) VALUE 0.

        01  FACT-OPS-LGR-AVAIL-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-LGR-AVAIL-YES       VALUE "Y".

        01  FACT-OPS-LGR-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-LGR-FOUND-YES       VALUE "Y".

        01  FACT-OPS-BUSINESS-SW        PIC X(01) VALUE "N".
            88  FACT-OPS-BUSINESS-YES        VALUE "Y".

        01  FACT-OPS-STA-AVAIL-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-STA-AVAIL-YES       VALUE "Y".

        01  FACT-OPS-STA-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-STA-FOUND-YES       VALUE "Y".

        01  FACT-OPS-BLS-AVAIL-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-BLS-AVAIL-YES       VALUE "Y".

        01  FACT-OPS-BLS-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-BLS-FOUND-YES       VALUE "Y".

        01  FACT-OPS-XMT-AVAIL-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-XMT-AVAIL-YES       VALUE "Y".

        01  FACT-OPS-XMT-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-XMT-FOUND-YES       VALUE "Y".

        01  FACT-OPS-AKS-AVAIL-SW       PIC X(01) VALUE "N".
            88  FACT-OPS-AKS-AVAIL-YES       VALUE "Y".

        01  FACT-OPS-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-OPS-EOF-YES             VALUE "Y".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTOPP STATUS PAGES.
      *----------------------------------------------------------------
        01  FACT-OPS-HDR-1.
            05  FILLER                  PIC X(36)
                VALUE "FACTOPS MORNING OPERATIONS STATUS - ".
            05  FILLER                  PIC X(14)
                VALUE "BUSINESS DATE ".
            05  OPS-HDR-DATE            PIC 9(08).
            05  FILLER                  PIC X(22) VALUE SPACES.

        01  FACT-OPS-HDR-2.
            05  FILLER                  PIC X(12) VALUE "REPORT DATE ".
            05  OPS-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(60) VALUE SPACES.

        01  FACT-OPS-COLUMN-HDGS.
            05  FILLER                  PIC X(15) VALUE "ITEM".
            05  FILLER                  PIC X(09) VALUE "STATE".
            05  FILLER                  PIC X(45) VALUE "DETAIL".
            05  FILLER                  PIC X(11) VALUE "     FIGURE".

        01  FACT-OPS-ITEM-LINE          VALUE SPACES.
            05  OPS-ITM-NAME            PIC X(14).
            05  FILLER                  PIC X(01).
            05  OPS-ITM-STATE           PIC X(08).
            05  FILLER                  PIC X(01).
            05  OPS-ITM-TEXT            PIC X(44).
            05  FILLER                  PIC X(01).
            05  OPS-ITM-FIGURE          PIC Z(09)9.
            05  FILLER                  PIC X(01).

        01  FACT-OPS-XMT-LINE.
            05  FILLER                  PIC X(24) VALUE SPACES.
            05  FILLER                  PIC X(04) VALUE "JOB ".
            05  OPS-XMT-JOB             PIC X(08).
            05  FILLER                  PIC X(15)
                VALUE "  RETURN FILES ".
            05  OPS-XMT-SPLITS          PIC ZZ9.
            05  FILLER                  PIC X(10) VALUE "  RESENDS ".
            05  OPS-XMT-RESENDS         PIC ZZ9.
            05  FILLER                  PIC X(13) VALUE SPACES.

        01  FACT-OPS-AKS-LINE.
            05  FILLER                  PIC X(24) VALUE SPACES.
            05  FILLER                  PIC X(02) VALUE "M ".
            05  OPS-AKS-MATCHED         PIC ZZZ9.
            05  FILLER                  PIC X(04) VALUE "  X ".
            05  OPS-AKS-MISMATCHED      PIC ZZZ9.
            05  FILLER                  PIC X(04) VALUE "  U ".
            05  OPS-AKS-UNACKED         PIC ZZZ9.
            05  FILLER                  PIC X(04) VALUE "  W ".
            05  OPS-AKS-AWAITING        PIC ZZZ9.
            05  FILLER                  PIC X(04) VALUE "  R ".
            05  OPS-AKS-RESENT          PIC ZZZ9.
            05  FILLER                  PIC X(18) VALUE SPACES.

        01  FACT-OPS-NOTE-LINE.
            05  OPS-NOTE-TEXT           PIC X(80).

        01  FACT-OPS-VERDICT-LINE.
            05  FILLER                  PIC X(17)
                VALUE "WORST OPEN ITEM: ".
            05  OPS-VRD-ITEM            PIC X(14).
            05  FILLER                  PIC X(10) VALUE " SEVERITY ".
            05  OPS-VRD-SEV             PIC Z9.
            05  FILLER                  PIC X(37) VALUE SPACES.

        01  FACT-OPS-CLEAR-LINE.
            05  FILLER                  PIC X(38)
                VALUE "NIGHT DONE AND RELEASED - NOTHING OPEN".
            05  FILLER                  PIC X(42) VALUE SPACES.

        PROCEDURE DIVISION.
           N-PARA.
           OPEN OUTPUT FACTOPP.
           IF FACTOPP-STATUS NOT = "00" THEN
               DISPLAY "FACTOPS - UNABLE TO OPEN FACTOPP - FILE STATUS "
                   FACTOPP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-OPS-TODAY FROM DATE YYYYMMDD.
           PERFORM N1-READ-REQUEST.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTOPP
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * THE LEDGER IS OPENED ONCE FOR THE WHOLE RANGE.  WITHOUT IT
      * THE REPORT STILL RUNS ON THE SEQUENTIAL HISTORIES, WITH THE
      * LEDGER ITEMS GRADED AS UNCONFIRMED.
      *----------------------------------------------------------------
           OPEN INPUT FACTLGR.
           IF FACTLGR-STATUS = "00" THEN
               SET FACT-OPS-LGR-AVAIL-YES TO TRUE
           ELSE
               DISPLAY "FACTOPS - FACTLGR UNAVAILABLE - FILE STATUS "
                   FACTLGR-STATUS " - LEDGER ITEMS UNCONFIRMED"
           END-IF.

           MOVE FACT-OPS-FROM-DATE TO FACT-OPS-DATE.
           PERFORM N2-CONSIDER-ONE-DATE
               UNTIL FACT-OPS-DATE > FACT-OPS-TO-DATE.

           IF FACT-OPS-PAGES = 0 THEN
               MOVE FACT-OPS-FROM-DATE TO OPS-HDR-DATE
               MOVE FACT-OPS-TODAY TO OPS-HDR-TODAY
               WRITE FACTOPP-LINE FROM FACT-OPS-HDR-1
               WRITE FACTOPP-LINE FROM FACT-OPS-HDR-2
               WRITE FACTOPP-LINE FROM SPACES
               MOVE "** NO BUSINESS DATE AND NO LEDGER ROW IN THE "
                   TO OPS-NOTE-TEXT
               MOVE "RANGE REQUESTED **" TO OPS-NOTE-TEXT (47:18)
               WRITE FACTOPP-LINE FROM FACT-OPS-NOTE-LINE
               DISPLAY "FACTOPS - NOTHING TO REPORT BETWEEN "
                   FACT-OPS-FROM-DATE " AND " FACT-OPS-TO-DATE
               MOVE 4 TO FACT-OPS-WORST-SEV
           END-IF.

           IF FACT-OPS-LGR-AVAIL-YES THEN
               CLOSE FACTLGR
           END-IF.
           CLOSE FACTOPP.
           MOVE FACT-OPS-WORST-SEV TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * N1-READ-REQUEST - THE OPTIONAL FACTOPQ RECORD.  NO DATASET,
      * AN EMPTY ONE OR A BLANK FIRST DATE MEANS THE DEFAULT - THE
      * PRIOR BUSINESS DATE; A DATE THAT IS THERE BUT IS NOT A DATE
      * REFUSES THE RUN.
      *----------------------------------------------------------------
           N1-READ-REQUEST.
           MOVE SPACES TO FACTOPQ-RECORD.
           OPEN INPUT FACTOPQ.
           IF FACTOPQ-STATUS = "00" THEN
               READ FACTOPQ
                   AT END
                       MOVE SPACES TO FACTOPQ-RECORD
               END-READ
               CLOSE FACTOPQ
           END-IF.

           IF OPQ-FROM-DATE = SPACES THEN
               PERFORM N1A-DEFAULT-DATE
           ELSE
               MOVE "BD" TO FACT-BDY-FUNCTION
               IF OPQ-FROM-DATE IS NUMERIC THEN
                   MOVE OPQ-FROM-DATE TO FACT-BDY-DATE
                   CALL "FACTBDAY" USING FACT-BDY-REQUEST
               END-IF
               IF OPQ-FROM-DATE IS NOT NUMERIC OR
                   FACT-BDY-RC-INVALID THEN
                   DISPLAY "FACTOPS - BAD FIRST DATE ON FACTOPQ - '"
                       OPQ-FROM-DATE "' - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE OPQ-FROM-DATE TO FACT-OPS-FROM-DATE
                   MOVE OPQ-FROM-DATE TO FACT-OPS-TO-DATE
               END-IF
               IF RETURN-CODE = 0 AND OPQ-TO-DATE NOT = SPACES THEN
                   IF OPQ-TO-DATE IS NUMERIC THEN
                       MOVE OPQ-TO-DATE TO FACT-BDY-DATE
                       CALL "FACTBDAY" USING FACT-BDY-REQUEST
                   END-IF
                   IF OPQ-TO-DATE IS NOT NUMERIC OR
                       FACT-BDY-RC-INVALID THEN
                       DISPLAY "FACTOPS - BAD LAST DATE ON FACTOPQ - '"
                           OPQ-TO-DATE "' - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE OPQ-TO-DATE TO FACT-OPS-TO-DATE
                   END-IF
               END-IF
           END-IF.

           IF RETURN-CODE = 0 THEN
               COMPUTE FACT-OPS-SPAN =
                   FUNCTION INTEGER-OF-DATE(FACT-OPS-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE(FACT-OPS-FROM-DATE)
               EVALUATE TRUE
                   WHEN FACT-OPS-SPAN < 0
                       DISPLAY "FACTOPS - LAST DATE " FACT-OPS-TO-DATE
                           " IS BEFORE FIRST DATE " FACT-OPS-FROM-DATE
                           " - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   WHEN FACT-OPS-SPAN >= FACT-OPS-MAX-DAYS
                       DISPLAY "FACTOPS - RANGE OVER " FACT-OPS-MAX-DAYS
                           " DAYS - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * N1A-DEFAULT-DATE - THE BUSINESS DATE BEFORE TODAY; ONLY A
      * DATE FACTBDAY REJECTS FALLS BACK TO YESTERDAY.
      *----------------------------------------------------------------
           N1A-DEFAULT-DATE.
           MOVE "PB" TO FACT-BDY-FUNCTION.
           MOVE FACT-OPS-TODAY TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               COMPUTE FACT-OPS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-OPS-TODAY) - 1
               COMPUTE FACT-OPS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-OPS-DATE-INT)
           ELSE
               MOVE FACT-BDY-RESULT-DATE TO FACT-OPS-FROM-DATE
           END-IF.
           MOVE FACT-OPS-FROM-DATE TO FACT-OPS-TO-DATE.

      *----------------------------------------------------------------
      * N2-CONSIDER-ONE-DATE - A BUSINESS DATE, OR ANY DATE THE
      * LEDGER HAS A ROW FOR, GETS ITS PAGE; THEN ON TO THE NEXT
      * CALENDAR DATE.
      *----------------------------------------------------------------
           N2-CONSIDER-ONE-DATE.
           MOVE "BD" TO FACT-BDY-FUNCTION.
           MOVE FACT-OPS-DATE TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-BUSINESS-YES THEN
               SET FACT-OPS-BUSINESS-YES TO TRUE
           ELSE
               MOVE "N" TO FACT-OPS-BUSINESS-SW
           END-IF.

           PERFORM N3-READ-LEDGER.
           IF FACT-OPS-BUSINESS-YES OR FACT-OPS-LGR-FOUND-YES THEN
               PERFORM N4-REPORT-ONE-DATE
           END-IF.

           COMPUTE FACT-OPS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FACT-OPS-DATE) + 1.
           COMPUTE FACT-OPS-DATE =
               FUNCTION DATE-OF-INTEGER(FACT-OPS-DATE-INT).

      *----------------------------------------------------------------
      * N3-READ-LEDGER - THE DATE'S RUN-LEDGER ROW, IF ANY.
      *----------------------------------------------------------------
           N3-READ-LEDGER.
           MOVE "N" TO FACT-OPS-LGR-FOUND-SW.
           MOVE SPACES TO FACT-LEDGER-RECORD.
           IF FACT-OPS-LGR-AVAIL-YES THEN
               MOVE FACT-OPS-DATE TO FACTLGR-KEY
               READ FACTLGR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FACTLGR-STATUS = "00" THEN
                   SET FACT-OPS-LGR-FOUND-YES TO TRUE
                   MOVE FACTLGR-RECORD TO FACT-LEDGER-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N4-REPORT-ONE-DATE - ONE PAGE: GATHER WHAT EVERY HISTORY
      * SAYS ABOUT THE DATE, THEN GRADE AND PRINT EACH ITEM.
      *----------------------------------------------------------------
           N4-REPORT-ONE-DATE.
           ADD 1 TO FACT-OPS-PAGES.
           MOVE 0 TO FACT-OPS-DATE-SEV.
           MOVE SPACES TO FACT-OPS-DATE-WORST-ITEM.

           MOVE FACT-OPS-DATE TO OPS-HDR-DATE.
           MOVE FACT-OPS-TODAY TO OPS-HDR-TODAY.
           WRITE FACTOPP-LINE FROM FACT-OPS-HDR-1.
           WRITE FACTOPP-LINE FROM FACT-OPS-HDR-2.
           IF NOT FACT-OPS-BUSINESS-YES THEN
               MOVE "NOT A BUSINESS DAY ON THE SHOP CALENDAR - LISTED "
                   TO OPS-NOTE-TEXT
               MOVE "FOR ITS LEDGER ROW" TO OPS-NOTE-TEXT (51:18)
               WRITE FACTOPP-LINE FROM FACT-OPS-NOTE-LINE
           END-IF.
           WRITE FACTOPP-LINE FROM SPACES.
           WRITE FACTOPP-LINE FROM FACT-OPS-COLUMN-HDGS.

           PERFORM N5-SCAN-RUN-STATS.
           PERFORM N6-SCAN-BALANCE-STATUS.
           PERFORM N7-SCAN-TRANSMISSIONS.
           PERFORM N8-SCAN-ACK-STATUS.

           PERFORM N10-GRADE-RAN.
           PERFORM N11-GRADE-COMPLETE.
           PERFORM N12-GRADE-RUN-STATS.
           PERFORM N13-GRADE-BALANCED.
           PERFORM N14-GRADE-EXPEDITED.
           PERFORM N15-GRADE-TRANSMITTED.
           PERFORM N16-GRADE-ACKNOWLEDGED.

      *----------------------------------------------------------------
      * THE VERDICT CLOSES THE PAGE; THE NEXT DATE STARTS A NEW ONE.
      *----------------------------------------------------------------
           WRITE FACTOPP-LINE FROM SPACES.
           IF FACT-OPS-DATE-SEV = 0 THEN
               WRITE FACTOPP-LINE FROM FACT-OPS-CLEAR-LINE
                   BEFORE ADVANCING PAGE
               DISPLAY "FACTOPS - " FACT-OPS-DATE
                   " - DONE AND RELEASED"
           ELSE
               MOVE FACT-OPS-DATE-WORST-ITEM TO OPS-VRD-ITEM
               MOVE FACT-OPS-DATE-SEV TO OPS-VRD-SEV
               WRITE FACTOPP-LINE FROM FACT-OPS-VERDICT-LINE
                   BEFORE ADVANCING PAGE
               DISPLAY "FACTOPS - " FACT-OPS-DATE " - WORST OPEN "
                   "ITEM " FACT-OPS-DATE-WORST-ITEM " SEVERITY "
                   FACT-OPS-DATE-SEV
           END-IF.
           IF FACT-OPS-DATE-SEV > FACT-OPS-WORST-SEV THEN
               MOVE FACT-OPS-DATE-SEV TO FACT-OPS-WORST-SEV
           END-IF.

      *----------------------------------------------------------------
      * N5-SCAN-RUN-STATS - THE LAST FACTSTA RECORD FOR THE DATE (A
      * RESTARTED NIGHT APPENDS ONE PER ATTEMPT).
      *----------------------------------------------------------------
           N5-SCAN-RUN-STATS.
           MOVE "N" TO FACT-OPS-STA-AVAIL-SW.
           MOVE "N" TO FACT-OPS-STA-FOUND-SW.
           OPEN INPUT FACTSTA.
           IF FACTSTA-STATUS = "00" THEN
               SET FACT-OPS-STA-AVAIL-YES TO TRUE
               MOVE "N" TO FACT-OPS-EOF-SW
               PERFORM N5A-SCAN-ONE-STAT UNTIL FACT-OPS-EOF-YES
               CLOSE FACTSTA
           END-IF.

           N5A-SCAN-ONE-STAT.
           READ FACTSTA
               AT END
                   SET FACT-OPS-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-OPS-EOF-YES THEN
               MOVE FACTSTA-RECORD TO FACT-STATS-RECORD
               IF FACT-STA-RUN-DATE = FACT-OPS-DATE THEN
                   SET FACT-OPS-STA-FOUND-YES TO TRUE
                   MOVE FACT-STA-RECORDS TO FACT-OPS-STA-RECORDS
                   MOVE FACT-STA-ERRORS TO FACT-OPS-STA-ERRORS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N6-SCAN-BALANCE-STATUS - THE LAST FACTBAL VERDICT FOR THE
      * DATE; A NIGHT BALANCED AGAIN AFTER A FIX IS JUDGED ON ITS
      * LATEST CHECK.
      *----------------------------------------------------------------
           N6-SCAN-BALANCE-STATUS.
           MOVE "N" TO FACT-OPS-BLS-AVAIL-SW.
           MOVE "N" TO FACT-OPS-BLS-FOUND-SW.
           OPEN INPUT FACTBLS.
           IF FACTBLS-STATUS = "00" THEN
               SET FACT-OPS-BLS-AVAIL-YES TO TRUE
               MOVE "N" TO FACT-OPS-EOF-SW
               PERFORM N6A-SCAN-ONE-VERDICT UNTIL FACT-OPS-EOF-YES
               CLOSE FACTBLS
           END-IF.

           N6A-SCAN-ONE-VERDICT.
           READ FACTBLS
               AT END
                   SET FACT-OPS-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-OPS-EOF-YES THEN
               IF FACTBLS-RECORD (1:8) = FACT-OPS-DATE THEN
                   SET FACT-OPS-BLS-FOUND-YES TO TRUE
                   MOVE FACTBLS-RECORD TO FACT-BLS-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N7-SCAN-TRANSMISSIONS - THE DATE'S FACTXMT RECORDS: THE
      * CONSOLIDATED FACTOUT (THE LAST ONE, AFTER A FORCED RERUN),
      * THE PER-SOURCE RETURN FILES CUT FROM IT, AND ANY RESENDS.
      *----------------------------------------------------------------
           N7-SCAN-TRANSMISSIONS.
           MOVE "N" TO FACT-OPS-XMT-AVAIL-SW.
           MOVE "N" TO FACT-OPS-XMT-FOUND-SW.
           MOVE 0 TO FACT-OPS-XMT-DETAILS.
           MOVE SPACES TO FACT-OPS-XMT-JOB.
           MOVE 0 TO FACT-OPS-XMT-SPLITS.
           MOVE 0 TO FACT-OPS-XMT-RESENDS.
           OPEN INPUT FACTXMT.
           IF FACTXMT-STATUS = "00" THEN
               SET FACT-OPS-XMT-AVAIL-YES TO TRUE
               MOVE "N" TO FACT-OPS-EOF-SW
               PERFORM N7A-SCAN-ONE-XMT UNTIL FACT-OPS-EOF-YES
               CLOSE FACTXMT
           END-IF.

           N7A-SCAN-ONE-XMT.
           READ FACTXMT
               AT END
                   SET FACT-OPS-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-OPS-EOF-YES THEN
               MOVE FACTXMT-RECORD TO FACT-XMT-RECORD
               IF FACT-XMT-RUN-DATE = FACT-OPS-DATE THEN
                   EVALUATE TRUE
                       WHEN FACT-XMT-RETRANS
                           ADD 1 TO FACT-OPS-XMT-RESENDS
                       WHEN FACT-XMT-CONSOLIDATED
                           SET FACT-OPS-XMT-FOUND-YES TO TRUE
                           MOVE FACT-XMT-DETAIL-COUNT
                               TO FACT-OPS-XMT-DETAILS
                           MOVE FACT-XMT-JOB-NAME TO FACT-OPS-XMT-JOB
                       WHEN OTHER
                           ADD 1 TO FACT-OPS-XMT-SPLITS
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N8-SCAN-ACK-STATUS - THE LATEST FACTACK RESULT FOR EVERY
      * TRANSMISSION OF THE DATE, COUNTED BY RESULT.
      *----------------------------------------------------------------
           N8-SCAN-ACK-STATUS.
           MOVE "N" TO FACT-OPS-AKS-AVAIL-SW.
           MOVE 0 TO FACT-OPS-AKS-TOTAL.
           MOVE 0 TO FACT-OPS-AKS-MATCHED.
           MOVE 0 TO FACT-OPS-AKS-MISMATCHED.
           MOVE 0 TO FACT-OPS-AKS-UNACKED.
           MOVE 0 TO FACT-OPS-AKS-AWAITING.
           MOVE 0 TO FACT-OPS-AKS-RESENT.
           OPEN INPUT FACTAKS.
           IF FACTAKS-STATUS = "00" THEN
               SET FACT-OPS-AKS-AVAIL-YES TO TRUE
               MOVE "N" TO FACT-OPS-EOF-SW
               PERFORM N8A-SCAN-ONE-ACK UNTIL FACT-OPS-EOF-YES
               CLOSE FACTAKS
           END-IF.
           COMPUTE FACT-OPS-AKS-FAILED =
               FACT-OPS-AKS-MISMATCHED + FACT-OPS-AKS-UNACKED.

           N8A-SCAN-ONE-ACK.
           READ FACTAKS
               AT END
                   SET FACT-OPS-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-OPS-EOF-YES THEN
               IF FACTAKS-RECORD (1:8) = FACT-OPS-DATE THEN
                   MOVE FACTAKS-RECORD TO FACT-AKS-RECORD
                   ADD 1 TO FACT-OPS-AKS-TOTAL
                   EVALUATE TRUE
                       WHEN FACT-AKS-MATCHED
                           ADD 1 TO FACT-OPS-AKS-MATCHED
                       WHEN FACT-AKS-UNACKED
                           ADD 1 TO FACT-OPS-AKS-UNACKED
                       WHEN FACT-AKS-AWAITING
                           ADD 1 TO FACT-OPS-AKS-AWAITING
                       WHEN FACT-AKS-RESENT
                           ADD 1 TO FACT-OPS-AKS-RESENT
                       WHEN OTHER
                           ADD 1 TO FACT-OPS-AKS-MISMATCHED
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N9-PRINT-ITEM - ONE GRADED ITEM ONTO THE PAGE.  THE CALLER
      * HAS SET THE NAME, TEXT, FIGURE (IF ANY) AND GRADE.
      *----------------------------------------------------------------
           N9-PRINT-ITEM.
           EVALUATE FACT-OPS-ITEM-SEV
               WHEN 0
                   MOVE "OK" TO OPS-ITM-STATE
               WHEN 4
                   MOVE "WARNING" TO OPS-ITM-STATE
               WHEN 8
                   MOVE "CHECK" TO OPS-ITM-STATE
               WHEN OTHER
                   MOVE "OPEN" TO OPS-ITM-STATE
           END-EVALUATE.
           WRITE FACTOPP-LINE FROM FACT-OPS-ITEM-LINE.
           IF FACT-OPS-ITEM-SEV > FACT-OPS-DATE-SEV THEN
               MOVE FACT-OPS-ITEM-SEV TO FACT-OPS-DATE-SEV
               MOVE OPS-ITM-NAME TO FACT-OPS-DATE-WORST-ITEM
           END-IF.
           MOVE SPACES TO FACT-OPS-ITEM-LINE.

      *----------------------------------------------------------------
      * N10-GRADE-RAN - DID THE NIGHT RUN AT ALL.  A FACTSTA RECORD
      * WITHOUT A LEDGER ROW IS A RUN THE LEDGER DID NOT GUARD.
      *----------------------------------------------------------------
           N10-GRADE-RAN.
           MOVE "RAN" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN FACT-OPS-LGR-FOUND-YES AND FACT-LGR-FORCED
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - FORCED RERUN OF A COMPLETED DATE"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-LGR-FOUND-YES
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - RUN LEDGER ROW POSTED" TO OPS-ITM-TEXT
               WHEN FACT-OPS-STA-FOUND-YES AND FACT-OPS-LGR-AVAIL-YES
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - FACTSTA RECORD BUT NO LEDGER ROW"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-STA-FOUND-YES
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - FACTSTA RECORD, LEDGER UNAVAILABLE"
                       TO OPS-ITM-TEXT
               WHEN OTHER
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO - NO LEDGER ROW AND NO FACTSTA RECORD"
                       TO OPS-ITM-TEXT
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.

      *----------------------------------------------------------------
      * N11-GRADE-COMPLETE - THE LEDGER STATUS.  A COMPLETE RUN THAT
      * ENDED RC 08 FINISHED BUT FLAGGED SOMETHING ON FACTRPT.
      *----------------------------------------------------------------
           N11-GRADE-COMPLETE.
           MOVE "COMPLETE" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN FACT-OPS-LGR-FOUND-YES AND FACT-LGR-COMPLETE
                   IF FACT-LGR-RETURN-CODE = 0 THEN
                       MOVE 0 TO FACT-OPS-ITEM-SEV
                   ELSE
                       MOVE 4 TO FACT-OPS-ITEM-SEV
                   END-IF
                   MOVE "YES - RC    - RECORDS PROCESSED"
                       TO OPS-ITM-TEXT
                   MOVE FACT-LGR-RETURN-CODE TO OPS-ITM-TEXT (10:2)
                   MOVE FACT-LGR-RECORDS TO OPS-ITM-FIGURE
               WHEN FACT-OPS-LGR-FOUND-YES
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO - STARTED, NEVER COMPLETED - RC"
                       TO OPS-ITM-TEXT
                   MOVE FACT-LGR-RETURN-CODE TO OPS-ITM-TEXT (36:2)
               WHEN NOT FACT-OPS-LGR-AVAIL-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "UNCONFIRMED - LEDGER UNAVAILABLE"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-STA-FOUND-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "UNCONFIRMED - NO LEDGER ROW" TO OPS-ITM-TEXT
               WHEN OTHER
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO - NOTHING RAN" TO OPS-ITM-TEXT
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.

      *----------------------------------------------------------------
      * N12-GRADE-RUN-STATS - A COMPLETED RUN APPENDS ITS FACTSTA
      * RECORD; ITS ABSENCE LEAVES FACTACK UNABLE TO CONFIRM THE
      * NIGHT'S TRANSMISSIONS.
      *----------------------------------------------------------------
           N12-GRADE-RUN-STATS.
           MOVE "RUN STATS" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN FACT-OPS-STA-FOUND-YES
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "FACTSTA RECORD - RECORDS" TO OPS-ITM-TEXT
                   MOVE FACT-OPS-STA-RECORDS TO OPS-ITM-FIGURE
               WHEN NOT FACT-OPS-STA-AVAIL-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "FACTSTA UNAVAILABLE" TO OPS-ITM-TEXT
               WHEN FACT-OPS-LGR-FOUND-YES AND FACT-LGR-COMPLETE
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "MISSING FOR A COMPLETED RUN" TO OPS-ITM-TEXT
               WHEN OTHER
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "NONE - NO COMPLETED RUN TO RECORD"
                       TO OPS-ITM-TEXT
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.

      *----------------------------------------------------------------
      * N13-GRADE-BALANCED - THE FACTBAL VERDICT.  A GO WITHOUT THE
      * PER-SOURCE RETURN FILES PRESENTED LEFT THE SPLIT UNPROVEN.
      *----------------------------------------------------------------
           N13-GRADE-BALANCED.
           MOVE "BALANCED" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN NOT FACT-OPS-BLS-AVAIL-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "FACTBLS UNAVAILABLE - VERDICT UNKNOWN"
                       TO OPS-ITM-TEXT
               WHEN NOT FACT-OPS-BLS-FOUND-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "NO FACTBAL VERDICT ON FILE" TO OPS-ITM-TEXT
               WHEN FACT-BLS-NO-GO
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO-GO - HOLD DOWNSTREAM - BREAKS"
                       TO OPS-ITM-TEXT
                   MOVE FACT-BLS-BREAKS TO OPS-ITM-FIGURE
               WHEN FACT-BLS-SPLIT-ABSENT
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "GO - PER-SOURCE SPLIT UNPROVEN - DETAILS"
                       TO OPS-ITM-TEXT
                   MOVE FACT-BLS-DETAILS TO OPS-ITM-FIGURE
               WHEN OTHER
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "GO - ALL DATASETS AGREE - DETAILS"
                       TO OPS-ITM-TEXT
                   MOVE FACT-BLS-DETAILS TO OPS-ITM-FIGURE
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.

      *----------------------------------------------------------------
      * N14-GRADE-EXPEDITED - THE FACTPRI RELEASE AS THE LEDGER ROW
      * RECORDS IT.  A ROW FROM BEFORE THE LEDGER KEPT IT IS UNKNOWN.
      *----------------------------------------------------------------
           N14-GRADE-EXPEDITED.
           MOVE "EXPEDITED" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN NOT FACT-OPS-LGR-FOUND-YES
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "UNKNOWN - NO LEDGER ROW" TO OPS-ITM-TEXT
               WHEN FACT-LGR-PRI-SEALED
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "RELEASED - PRIORITY RECORDS" TO OPS-ITM-TEXT
                   IF FACT-LGR-PRI-COUNT IS NUMERIC THEN
                       MOVE FACT-LGR-PRI-COUNT TO OPS-ITM-FIGURE
                   END-IF
               WHEN FACT-LGR-PRI-NONE
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "NONE TO RELEASE - NO EXPEDITED FILE CUT"
                       TO OPS-ITM-TEXT
               WHEN OTHER
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "UNKNOWN - NOT RECORDED ON THE LEDGER ROW"
                       TO OPS-ITM-TEXT
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.

      *----------------------------------------------------------------
      * N15-GRADE-TRANSMITTED - FACTBAT WRITES THE CONSOLIDATED
      * FACTXMT RECORD ONLY WHEN IT SEALS FACTOUT, SO NO RECORD MEANS
      * NOTHING WENT DOWNSTREAM.
      *----------------------------------------------------------------
           N15-GRADE-TRANSMITTED.
           MOVE "TRANSMITTED" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN NOT FACT-OPS-XMT-AVAIL-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "FACTXMT UNAVAILABLE - TRANSMISSION UNKNOWN"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-XMT-FOUND-YES
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - FACTOUT SEALED AND SENT - DETAILS"
                       TO OPS-ITM-TEXT
                   MOVE FACT-OPS-XMT-DETAILS TO OPS-ITM-FIGURE
               WHEN OTHER
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO - NO FACTOUT TRANSMISSION RECORDED"
                       TO OPS-ITM-TEXT
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.
           IF FACT-OPS-XMT-FOUND-YES THEN
               MOVE FACT-OPS-XMT-JOB TO OPS-XMT-JOB
               MOVE FACT-OPS-XMT-SPLITS TO OPS-XMT-SPLITS
               MOVE FACT-OPS-XMT-RESENDS TO OPS-XMT-RESENDS
               WRITE FACTOPP-LINE FROM FACT-OPS-XMT-LINE
           END-IF.

      *----------------------------------------------------------------
      * N16-GRADE-ACKNOWLEDGED - THE FACTACK RESULTS FOR THE DATE'S
      * TRANSMISSIONS.  A MISMATCH OR AN OVERDUE ACKNOWLEDGEMENT IS
      * OPEN; A FILE STILL INSIDE ITS GRACE PERIOD IS A WARNING; A
      * RESENT FILE IS LEFT TO ITS RETRANSMISSION.
      *----------------------------------------------------------------
           N16-GRADE-ACKNOWLEDGED.
           MOVE "ACKNOWLEDGED" TO OPS-ITM-NAME.
           EVALUATE TRUE
               WHEN NOT FACT-OPS-AKS-AVAIL-YES
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "FACTAKS UNAVAILABLE - RESULTS UNKNOWN"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-AKS-TOTAL = 0 AND
                   (FACT-OPS-XMT-FOUND-YES OR
                    NOT FACT-OPS-XMT-AVAIL-YES)
                   MOVE 8 TO FACT-OPS-ITEM-SEV
                   MOVE "NOT YET RECONCILED - NO FACTACK RESULTS"
                       TO OPS-ITM-TEXT
               WHEN FACT-OPS-AKS-TOTAL = 0
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "NOTHING SENT TO ACKNOWLEDGE" TO OPS-ITM-TEXT
               WHEN FACT-OPS-AKS-FAILED > 0
                   MOVE 12 TO FACT-OPS-ITEM-SEV
                   MOVE "NO - MISMATCHED OR OVERDUE FILES"
                       TO OPS-ITM-TEXT
                   MOVE FACT-OPS-AKS-FAILED TO OPS-ITM-FIGURE
               WHEN FACT-OPS-AKS-AWAITING > 0
                   MOVE 4 TO FACT-OPS-ITEM-SEV
                   MOVE "AWAITING - INSIDE GRACE PERIOD - FILES"
                       TO OPS-ITM-TEXT
                   MOVE FACT-OPS-AKS-AWAITING TO OPS-ITM-FIGURE
               WHEN OTHER
                   MOVE 0 TO FACT-OPS-ITEM-SEV
                   MOVE "YES - EVERY FILE MATCHED - FILES"
                       TO OPS-ITM-TEXT
                   MOVE FACT-OPS-AKS-MATCHED TO OPS-ITM-FIGURE
           END-EVALUATE.
           PERFORM N9-PRINT-ITEM.
           IF FACT-OPS-AKS-TOTAL > 0 THEN
               MOVE FACT-OPS-AKS-MATCHED TO OPS-AKS-MATCHED
               MOVE FACT-OPS-AKS-MISMATCHED TO OPS-AKS-MISMATCHED
               MOVE FACT-OPS-AKS-UNACKED TO OPS-AKS-UNACKED
               MOVE FACT-OPS-AKS-AWAITING TO OPS-AKS-AWAITING
               MOVE FACT-OPS-AKS-RESENT TO OPS-AKS-RESENT
               WRITE FACTOPP-LINE FROM FACT-OPS-AKS-LINE
           END-IF.
