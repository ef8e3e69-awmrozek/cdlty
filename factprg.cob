      *   - accumulates the summary figures (records per run date,
      *     records per job-id, counts by digit value, error counts);
      *   - writes it to the FACTARC archive if its run date is older
      *     than the retention cutoff (FACT-PRG-RETAIN-DAYS business
      *     days before today, counted off the shop calendar by
      *     FACTBDAY), or to FACTAUDN - the rebuilt live audit file -
      *     if it is inside the retained window.  Business days are
      *     never fewer than calendar days, so the window always
      *     covers at least the 90 days compliance asks for.
      * The summary report goes to FACTPRP.  A follow-on step in the
      * FACTPRGR job copies FACTAUDN back over the live FACTAUD, so
      * the program itself never writes the dataset it is reading.
      *
      * Modification history:
      *   2026-08-22  AWM  Original program.
      *   2026-10-15  AWM  Run mode "3" (trailing-zero count) rows are
      *                    kept out of the counts by digit value and
      *                    totalled on their own line.
      *   2026-10-15  AWM  Retention cutoff counted in business days
      *                    from the shop calendar (FACTBDAY) instead
      *                    of calendar days.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTPRG.
      * AUDIT RECORD LAYOUT - SEE COPYBOOK FACTAUDL.
      *----------------------------------------------------------------
           COPY FACTAUDL.
           COPY FACTBDYL.

        77  FACTAUD-STATUS              PIC X(02).
        77  FACTARC-STATUS              PIC X(02).

      *----------------------------------------------------------------
      * RETENTION CONTROL - DETAIL STAYS ON THE LIVE FACTAUD FOR
      * FACT-PRG-RETAIN-DAYS BUSINESS DAYS; ANYTHING OLDER IS CUT TO
      * FACTARC.
      *----------------------------------------------------------------
        77  FACT-PRG-RETAIN-DAYS        PIC 9(03) VALUE 90.
        77  FACT-PRG-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-PRG-ARCH-COUNT         PIC 9(10) VALUE 0.
        77  FACT-PRG-KEEP-COUNT         PIC 9(10) VALUE 0.
        77  FACT-PRG-ERROR-COUNT        PIC 9(10) VALUE 0.
        77  FACT-PRG-ZERO-COUNT         PIC 9(10) VALUE 0.
        77  FACT-PRG-DATE-COUNT         PIC 9(10) VALUE 0.
        77  FACT-PRG-BREAK-DATE         PIC 9(08) VALUE 0.
        77  FACT-PRG-JOB-SUB            PIC 9(02) COMP VALUE 0.
            05  FILLER                  PIC X(13)
                VALUE " - DETAIL OF ".
            05  PRG-HDR-DAYS            PIC Z(02)9.
            05  FILLER                  PIC X(23)
                VALUE " BUSINESS DAYS RETAINED".
            05  FILLER                  PIC X(11) VALUE SPACES.

        01  FACT-PRG-SECTION-LINE.
            05  PRG-SECTION-TITLE       PIC X(30).
           END-IF.

           ACCEPT FACT-PRG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "SB" TO FACT-BDY-FUNCTION.
           MOVE FACT-PRG-RUN-DATE TO FACT-BDY-DATE.
           MOVE FACT-PRG-RETAIN-DAYS TO FACT-BDY-DAYS.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               COMPUTE FACT-PRG-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-PRG-RUN-DATE)
                   - FACT-PRG-RETAIN-DAYS
               COMPUTE FACT-PRG-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-PRG-DATE-INT)
           ELSE
               MOVE FACT-BDY-RESULT-DATE TO FACT-PRG-CUTOFF-DATE
           END-IF.

           MOVE FACT-PRG-RUN-DATE TO PRG-HDR-RUN-DATE.
           MOVE FACT-PRG-CUTOFF-DATE TO PRG-HDR-CUTOFF.

      *----------------------------------------------------------------
      * P5-COUNT-DIGIT - BUMP THE ACCUMULATOR FOR THIS RECORD'S DIGIT
      * VALUE.  SLOT 1 COUNTS DIGIT 0.  A RUN MODE "3" ROW CARRIES A
      * TRAILING-ZERO COUNT, NOT A DIGIT RESULT, AND IS COUNTED ON
      * ITS OWN LINE INSTEAD.
      *----------------------------------------------------------------
           P5-COUNT-DIGIT.
           IF FACT-AUD-RUN-MODE = "3" THEN
               ADD 1 TO FACT-PRG-ZERO-COUNT
           ELSE
               COMPUTE FACT-PRG-DIGIT-SUB = FACT-AUD-DIGIT + 1
               ADD 1 TO FACT-PRG-DIGIT-COUNT (FACT-PRG-DIGIT-SUB)
           END-IF.

      *----------------------------------------------------------------
      * P7-PRINT-SUMMARY - JOB-ID SECTION, DIGIT SECTION, ERROR COUNT
           MOVE 1 TO FACT-PRG-DIGIT-SUB.
           PERFORM P10-PRINT-ONE-DIGIT-LINE
               UNTIL FACT-PRG-DIGIT-SUB > 10.
           MOVE "ZERO-COUNT RECORDS: " TO PRG-TOTAL-TITLE.
           MOVE FACT-PRG-ZERO-COUNT TO PRG-TOTAL-COUNT.
           WRITE FACTPRP-LINE FROM FACT-PRG-TOTAL-LINE.

           WRITE FACTPRP-LINE FROM SPACES.
           MOVE "ERROR RECORDS:      " TO PRG-TOTAL-TITLE.
