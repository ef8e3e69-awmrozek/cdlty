      * matching ANY criterion is written once to the FACTEXT
      * extract - in the standard FACTAUDL layout, so every existing
      * reader of the trail can read the extract - and printed on
      * the FACTRTP report with its run date, job-id, value, result,
      * O/E status and run mode.  Each criterion's hit count follows,
      * with a NOT FOUND line (and return code 4) for any criterion
      * nothing matched.
      *
      * Modification history:
      *   2026-09-02  AWM  Original program.
      *   2026-10-15  AWM  Report shows the wide result field in place
      *                    of the single digit, and the run mode, so a
      *                    run mode "3" trailing-zero count prints in
      *                    full.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTRTV.
            05  FILLER                  PIC X(09) VALUE "JOB-ID   ".
            05  FILLER                  PIC X(09) VALUE "REQST-ID ".
            05  FILLER                  PIC X(12) VALUE "   VALUE (N)".
            05  FILLER                  PIC X(11) VALUE "     RESULT".
            05  FILLER                  PIC X(09) VALUE "   STATUS".
            05  FILLER                  PIC X(06) VALUE "  MODE".
            05  FILLER                  PIC X(11) VALUE SPACES.

        01  FACT-RTV-DETAIL-LINE.
            05  RTV-DET-SOURCE          PIC X(03).
            05  RTV-DET-REQUEST-ID      PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RTV-DET-VALUE           PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RTV-DET-RESULT          PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  RTV-DET-STATUS          PIC X(01).
            05  FILLER                  PIC X(07) VALUE SPACES.
            05  RTV-DET-MODE            PIC X(01).
            05  FILLER                  PIC X(14) VALUE SPACES.

        01  FACT-RTV-COUNT-LINE.
            05  FILLER                  PIC X(10)
      * MOVE ON ITS WAY TO THE REPORT.
      *----------------------------------------------------------------
           MOVE FACT-AUDIT-RECORD (33:10) TO RTV-DET-VALUE.

      *----------------------------------------------------------------
      * THE ANSWER IS THE WIDE RESULT FIELD (A RUN MODE "3" COUNT
      * RUNS TO TEN DIGITS); ROWS WRITTEN BEFORE THAT FIELD EXISTED
      * CARRY SPACES THERE, AND THEIR ANSWER IS THE DIGIT.
      *----------------------------------------------------------------
           IF FACT-AUD-RESULT IS NUMERIC THEN
               MOVE FACT-AUD-RESULT TO RTV-DET-RESULT
           ELSE
               MOVE FACT-AUD-DIGIT TO RTV-DET-RESULT
           END-IF.
           MOVE FACT-AUD-STATUS TO RTV-DET-STATUS.
           MOVE FACT-AUD-RUN-MODE TO RTV-DET-MODE.
           WRITE FACTRTP-LINE FROM FACT-RTV-DETAIL-LINE.

      *----------------------------------------------------------------
