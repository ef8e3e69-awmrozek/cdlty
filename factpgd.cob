      *****************************************************************
      * PROGRAM-ID. FACTPGD
      *
      * Operator display of the FACTBAT in-flight progress log
      * (FACTPGS - see copybook FACTPGSL).  Nobody could tell how far
      * the night had got until FACTBAT finished; FACTBAT now appends
      * a progress record at every checkpoint and one when the run
      * ends, and this job - safe to submit at any time, the log is
      * only read - prints the latest one in plain English on the
      * FACTPGP report so the hold-or-split decision can be made
      * before the downstream deadlines are missed:
      *
      *   - whether the run is still in flight or has ended (and its
      *     return code), the run date and job, and when the record
      *     was written - with its age in minutes, so a job that has
      *     stopped writing progress stands out;
      *   - the sub-feed in hand and its records done against its
      *     header count, and the same for the whole night, with the
      *     percentage complete;
      *   - the elapsed time, the current rate, and the rate the
      *     finish was projected at and where that rate came from;
      *   - the projected finish (the actual one on an ended run)
      *     against the FACTPRM batch deadline, and whether it is
      *     past it.
      *
      * A short summary goes to the console as well.  Return codes:
      *   0  on time, finished, or no deadline set.
      *   4  projected to finish (or finished) past the deadline.
      *  12  no progress record on FACTPGS.
      *  16  FACTPGS or FACTPGP could not be opened.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTPGD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTPGS ASSIGN TO FACTPGS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTPGS-STATUS.

            SELECT FACTPGP ASSIGN TO FACTPGP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTPGP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTPGS
            RECORDING MODE IS F.
        01  FACTPGS-RECORD              PIC X(160).

        FD  FACTPGP
            RECORDING MODE IS F.
        01  FACTPGP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUT - SEE COPYBOOK FACTPGSL.
      *----------------------------------------------------------------
           COPY FACTPGSL.

        77  FACTPGS-STATUS              PIC X(02).
        77  FACTPGP-STATUS              PIC X(02).

        77  FACT-PGD-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-PGD-RUN-TIME           PIC 9(08) VALUE 0.
        77  FACT-PGD-RUN-RECORDS        PIC 9(07) VALUE 0.
        77  FACT-PGD-PCT-WORK           PIC 9(13) VALUE 0.
        77  FACT-PGD-PCT                PIC 9(05) VALUE 0.
        77  FACT-PGD-NOW-SECS           PIC 9(05) VALUE 0.
        77  FACT-PGD-STAMP-SECS         PIC 9(05) VALUE 0.
        77  FACT-PGD-AGE-SECS           PIC S9(11) VALUE 0.
        77  FACT-PGD-AGE-MINS           PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * THE LATEST GOOD RECORD IS SAVED AS READ AND RESTORED INTO
      * FACT-PROGRESS-RECORD ONCE THE LOG HAS BEEN READ TO THE END.
      * THE LOG IS APPENDED NIGHT AFTER NIGHT, SO THE LAST RECORD ON
      * IT IS THE CURRENT ONE; THE RUN-RECORD COUNT STARTS AGAIN
      * EACH TIME THE RUN DATE OR JOB CHANGES.
      *----------------------------------------------------------------
        01  FACT-PGD-LATEST-SAVE        PIC X(160) VALUE SPACES.
        01  FACT-PGD-LATEST-DATE        PIC 9(08) VALUE 0.
        01  FACT-PGD-LATEST-JOB         PIC X(08) VALUE SPACES.

        01  FACT-PGD-NOW-TIME.
            05  FACT-PGD-NOW-HH         PIC 9(02).
            05  FACT-PGD-NOW-MM         PIC 9(02).
            05  FACT-PGD-NOW-SS         PIC 9(02).
            05  FACT-PGD-NOW-CC         PIC 9(02).

        01  FACT-PGD-STAMP-TIME.
            05  FACT-PGD-STAMP-HH       PIC 9(02).
            05  FACT-PGD-STAMP-MM       PIC 9(02).
            05  FACT-PGD-STAMP-SS       PIC 9(02).

        01  FACT-PGD-HAVE-SW             PIC X(01) VALUE "N".
            88  FACT-PGD-HAVE-YES             VALUE "Y".

        01  FACT-PGD-EOF-SW              PIC X(01) VALUE "N".
            88  FACT-PGD-EOF-YES              VALUE "Y".

      *----------------------------------------------------------------
      * A DATE AND HHMM PAIR AS PRINTED: CCYYMMDD HHMM.
      *----------------------------------------------------------------
        01  FACT-PGD-WHEN-SHOW.
            05  FACT-PGD-WHEN-DATE      PIC 9(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FACT-PGD-WHEN-TIME      PIC 9(04).

        01  FACT-PGD-STAMP-SHOW.
            05  FACT-PGD-SHOW-DATE      PIC 9(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FACT-PGD-SHOW-TIME      PIC 9(06).

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTPGP REPORT.
      *----------------------------------------------------------------
        01  FACT-PGD-HDR-1.
            05  FILLER                  PIC X(32)
                VALUE "FACTPGD BATCH PROGRESS DISPLAY -".
            05  FILLER                  PIC X(05) VALUE " RUN ".
            05  PGD-HDR-RUN-DATE        PIC 9(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PGD-HDR-RUN-TIME        PIC 9(08).
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-PGD-STATE-LINE.
            05  FILLER                  PIC X(15)
                VALUE "FACTBAT RUN OF ".
            05  PGD-STA-RUN-DATE        PIC 9(08).
            05  FILLER                  PIC X(06) VALUE "  JOB ".
            05  PGD-STA-JOB-ID          PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  PGD-STA-STATE           PIC X(09).
            05  PGD-STA-RC-LIT          PIC X(16).
            05  PGD-STA-RC              PIC X(02).
            05  FILLER                  PIC X(14) VALUE SPACES.

        01  FACT-PGD-FIELD-LINE.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  PGD-FLD-CAPTION         PIC X(30).
            05  PGD-FLD-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(38) VALUE SPACES.

        01  FACT-PGD-TEXT-LINE.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  PGD-TXT-CAPTION         PIC X(30).
            05  PGD-TXT-VALUE           PIC X(30).
            05  FILLER                  PIC X(18) VALUE SPACES.

        01  FACT-PGD-NOTE-LINE.
            05  PGD-NOTE-TEXT           PIC X(80).

        PROCEDURE DIVISION.
           W-PARA.
           OPEN OUTPUT FACTPGP.
           IF FACTPGP-STATUS NOT = "00" THEN
               DISPLAY "FACTPGD - UNABLE TO OPEN FACTPGP - FILE STATUS "
                   FACTPGP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-PGD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FACT-PGD-RUN-TIME FROM TIME.
           MOVE FACT-PGD-RUN-DATE TO PGD-HDR-RUN-DATE.
           MOVE FACT-PGD-RUN-TIME TO PGD-HDR-RUN-TIME.
           WRITE FACTPGP-LINE FROM FACT-PGD-HDR-1.
           WRITE FACTPGP-LINE FROM SPACES.

           OPEN INPUT FACTPGS.
           IF FACTPGS-STATUS NOT = "00" THEN
               DISPLAY "FACTPGD - UNABLE TO OPEN FACTPGS - FILE STATUS "
                   FACTPGS-STATUS
               MOVE "** FACTPGS COULD NOT BE OPENED **"
                   TO PGD-NOTE-TEXT
               WRITE FACTPGP-LINE FROM FACT-PGD-NOTE-LINE
               MOVE 16 TO RETURN-CODE
               CLOSE FACTPGP
               STOP RUN
           END-IF.

           MOVE "N" TO FACT-PGD-EOF-SW.
           PERFORM W1-READ-ONE-PROGRESS
               UNTIL FACT-PGD-EOF-YES.
           CLOSE FACTPGS.

           IF NOT FACT-PGD-HAVE-YES THEN
               DISPLAY "FACTPGD - NO PROGRESS RECORD ON FACTPGS"
               MOVE "** NO PROGRESS RECORD ON FACTPGS - FACTBAT HAS NOT"
                   TO PGD-NOTE-TEXT
               WRITE FACTPGP-LINE FROM FACT-PGD-NOTE-LINE
               MOVE "   REACHED ITS FIRST CHECKPOINT **"
                   TO PGD-NOTE-TEXT
               WRITE FACTPGP-LINE FROM FACT-PGD-NOTE-LINE
               MOVE 12 TO RETURN-CODE
               CLOSE FACTPGP
               STOP RUN
           END-IF.

           MOVE FACT-PGD-LATEST-SAVE TO FACT-PROGRESS-RECORD.
           PERFORM W2-FIGURE-AGE.
           PERFORM W3-PRINT-PROGRESS.
           PERFORM W4-JUDGE-DEADLINE.

           CLOSE FACTPGP.
           STOP RUN.

      *----------------------------------------------------------------
      * W1-READ-ONE-PROGRESS - KEEP THE LAST GOOD RECORD ON THE LOG.
      * A RECORD THAT IS NEITHER "P" NOR "E", OR CARRIES NO STAMP, IS
      * PASSED OVER - IT CAN ONLY BE A WRITE CUT SHORT.
      *----------------------------------------------------------------
           W1-READ-ONE-PROGRESS.
           READ FACTPGS
               AT END
                   SET FACT-PGD-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-PGD-EOF-YES THEN
               MOVE FACTPGS-RECORD TO FACT-PROGRESS-RECORD
               IF (FACT-PGS-IN-FLIGHT OR FACT-PGS-ENDED) AND
                   FACT-PGS-RUN-DATE NUMERIC AND
                   FACT-PGS-STAMP-DATE NUMERIC AND
                   FACT-PGS-STAMP-TIME NUMERIC AND
                   FACT-PGS-STAMP-DATE > 0 THEN
                   IF FACT-PGD-HAVE-YES AND
                       FACT-PGS-RUN-DATE = FACT-PGD-LATEST-DATE AND
                       FACT-PGS-JOB-ID = FACT-PGD-LATEST-JOB THEN
                       ADD 1 TO FACT-PGD-RUN-RECORDS
                   ELSE
                       MOVE 1 TO FACT-PGD-RUN-RECORDS
                   END-IF
                   SET FACT-PGD-HAVE-YES TO TRUE
                   MOVE FACTPGS-RECORD TO FACT-PGD-LATEST-SAVE
                   MOVE FACT-PGS-RUN-DATE TO FACT-PGD-LATEST-DATE
                   MOVE FACT-PGS-JOB-ID TO FACT-PGD-LATEST-JOB
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * W2-FIGURE-AGE - MINUTES FROM THE RECORD'S STAMP TO NOW.  ON
      * AN IN-FLIGHT RUN THIS SHOULD STAY WITHIN A CHECKPOINT
      * INTERVAL OR SO; A FIGURE WELL PAST THAT MEANS FACTBAT HAS
      * STOPPED MOVING.  A CLOCK THAT READS BEHIND THE STAMP SHOWS
      * ZERO.
      *----------------------------------------------------------------
           W2-FIGURE-AGE.
           MOVE FACT-PGD-RUN-TIME TO FACT-PGD-NOW-TIME.
           MOVE FACT-PGS-STAMP-TIME TO FACT-PGD-STAMP-TIME.
           COMPUTE FACT-PGD-NOW-SECS =
               FACT-PGD-NOW-HH * 3600 + FACT-PGD-NOW-MM * 60
               + FACT-PGD-NOW-SS.
           COMPUTE FACT-PGD-STAMP-SECS =
               FACT-PGD-STAMP-HH * 3600 + FACT-PGD-STAMP-MM * 60
               + FACT-PGD-STAMP-SS.
           COMPUTE FACT-PGD-AGE-SECS =
               (FUNCTION INTEGER-OF-DATE(FACT-PGD-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(FACT-PGS-STAMP-DATE))
               * 86400 + FACT-PGD-NOW-SECS - FACT-PGD-STAMP-SECS.
           IF FACT-PGD-AGE-SECS < 0 THEN
               MOVE 0 TO FACT-PGD-AGE-SECS
           END-IF.
           DIVIDE FACT-PGD-AGE-SECS BY 60 GIVING FACT-PGD-AGE-MINS.

      *----------------------------------------------------------------
      * W3-PRINT-PROGRESS - SPELL OUT THE LATEST RECORD ON FACTPGP AND
      * SUMMARIZE IT ON THE CONSOLE.
      *----------------------------------------------------------------
           W3-PRINT-PROGRESS.
           MOVE FACT-PGS-RUN-DATE TO PGD-STA-RUN-DATE.
           MOVE FACT-PGS-JOB-ID TO PGD-STA-JOB-ID.
           IF FACT-PGS-ENDED THEN
               MOVE "ENDED" TO PGD-STA-STATE
               MOVE "- RETURN CODE" TO PGD-STA-RC-LIT
               MOVE FACT-PGS-RETURN-CODE TO PGD-STA-RC
           ELSE
               MOVE "IN FLIGHT" TO PGD-STA-STATE
               MOVE SPACES TO PGD-STA-RC-LIT
               MOVE SPACES TO PGD-STA-RC
           END-IF.
           WRITE FACTPGP-LINE FROM FACT-PGD-STATE-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           MOVE FACT-PGS-STAMP-DATE TO FACT-PGD-SHOW-DATE.
           MOVE FACT-PGS-STAMP-TIME TO FACT-PGD-SHOW-TIME.
           MOVE "RECORD WRITTEN" TO PGD-TXT-CAPTION.
           MOVE FACT-PGD-STAMP-SHOW TO PGD-TXT-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-TEXT-LINE.
           MOVE "MINUTES SINCE WRITTEN" TO PGD-FLD-CAPTION.
           MOVE FACT-PGD-AGE-MINS TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "PROGRESS RECORDS THIS RUN" TO PGD-FLD-CAPTION.
           MOVE FACT-PGD-RUN-RECORDS TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           MOVE "CURRENT SUB-FEED" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-FEED-NUM TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "  SOURCE SYSTEM" TO PGD-TXT-CAPTION.
           MOVE FACT-PGS-FEED-SOURCE TO PGD-TXT-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-TEXT-LINE.
           MOVE "  RECORDS DONE" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-FEED-DONE TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "  RECORDS ON ITS HEADER" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-FEED-EXPECTED TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           MOVE 0 TO FACT-PGD-PCT.
           IF FACT-PGS-RUN-EXPECTED > 0 THEN
               MULTIPLY FACT-PGS-RUN-DONE BY 100
                   GIVING FACT-PGD-PCT-WORK
               DIVIDE FACT-PGD-PCT-WORK BY FACT-PGS-RUN-EXPECTED
                   GIVING FACT-PGD-PCT ROUNDED
           END-IF.
           MOVE "NIGHT RECORDS DONE" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-RUN-DONE TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "NIGHT RECORDS ON ALL HEADERS" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-RUN-EXPECTED TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "PERCENT COMPLETE" TO PGD-FLD-CAPTION.
           MOVE FACT-PGD-PCT TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           MOVE "ELAPSED SECONDS THIS RUN" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-ELAPSED TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "CURRENT RATE (RECORDS/SEC)" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-RATE TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "PROJECTED AT (RECORDS/SEC)" TO PGD-FLD-CAPTION.
           MOVE FACT-PGS-PROJ-RATE TO PGD-FLD-VALUE.
           WRITE FACTPGP-LINE FROM FACT-PGD-FIELD-LINE.
           MOVE "  PROJECTION BASIS" TO PGD-TXT-CAPTION.
           EVALUATE TRUE
               WHEN FACT-PGS-PROJ-HISTORY
                   MOVE "RECENT FACTSTA HISTORY"
                       TO PGD-TXT-VALUE
               WHEN FACT-PGS-PROJ-CURRENT
                   MOVE "THIS RUN'S OWN RATE"
                       TO PGD-TXT-VALUE
               WHEN OTHER
                   MOVE "NO RATE YET" TO PGD-TXT-VALUE
           END-EVALUATE.
           WRITE FACTPGP-LINE FROM FACT-PGD-TEXT-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           IF FACT-PGS-ENDED THEN
               MOVE "ACTUAL FINISH" TO PGD-TXT-CAPTION
           ELSE
               MOVE "PROJECTED FINISH" TO PGD-TXT-CAPTION
           END-IF.
           IF FACT-PGS-ETA-DATE = 0 THEN
               MOVE "NONE" TO PGD-TXT-VALUE
           ELSE
               MOVE FACT-PGS-ETA-DATE TO FACT-PGD-WHEN-DATE
               MOVE FACT-PGS-ETA-TIME TO FACT-PGD-WHEN-TIME
               MOVE FACT-PGD-WHEN-SHOW TO PGD-TXT-VALUE
           END-IF.
           WRITE FACTPGP-LINE FROM FACT-PGD-TEXT-LINE.
           MOVE "BATCH DEADLINE" TO PGD-TXT-CAPTION.
           IF FACT-PGS-DEADLINE-DATE = 0 THEN
               MOVE "NONE SET" TO PGD-TXT-VALUE
           ELSE
               MOVE FACT-PGS-DEADLINE-DATE TO FACT-PGD-WHEN-DATE
               MOVE FACT-PGS-DEADLINE-TIME TO FACT-PGD-WHEN-TIME
               MOVE FACT-PGD-WHEN-SHOW TO PGD-TXT-VALUE
           END-IF.
           WRITE FACTPGP-LINE FROM FACT-PGD-TEXT-LINE.
           WRITE FACTPGP-LINE FROM SPACES.

           DISPLAY "FACTPGD - FACTBAT RUN OF " FACT-PGS-RUN-DATE
               " JOB " FACT-PGS-JOB-ID " " PGD-STA-STATE
               " AS OF " FACT-PGD-STAMP-SHOW " ("
               FACT-PGD-AGE-MINS " MINUTES AGO)".
           DISPLAY "FACTPGD - " FACT-PGS-RUN-DONE " OF "
               FACT-PGS-RUN-EXPECTED " RECORDS DONE (" FACT-PGD-PCT
               " PCT), FEED " FACT-PGS-FEED-NUM " SOURCE "
               FACT-PGS-FEED-SOURCE.

      *----------------------------------------------------------------
      * W4-JUDGE-DEADLINE - THE LATE FLAG IS FACTBAT'S OWN VERDICT AT
      * THE TIME OF THE RECORD; IT IS REPEATED HERE, NOT REFIGURED.
      *----------------------------------------------------------------
           W4-JUDGE-DEADLINE.
           MOVE FACT-PGS-DEADLINE-DATE TO FACT-PGD-WHEN-DATE.
           MOVE FACT-PGS-DEADLINE-TIME TO FACT-PGD-WHEN-TIME.
           EVALUATE TRUE
               WHEN FACT-PGS-DEADLINE-DATE = 0
                   MOVE "NO BATCH DEADLINE SET ON FACTPRM"
                       TO PGD-NOTE-TEXT
                   DISPLAY "FACTPGD - NO BATCH DEADLINE SET"
               WHEN FACT-PGS-LATE AND FACT-PGS-ENDED
                   MOVE "** RUN FINISHED PAST THE BATCH DEADLINE **"
                       TO PGD-NOTE-TEXT
                   DISPLAY "FACTPGD - RUN FINISHED PAST THE DEADLINE "
                       FACT-PGD-WHEN-SHOW
                   MOVE 4 TO RETURN-CODE
               WHEN FACT-PGS-LATE
                   MOVE "** PAST THE BATCH DEADLINE - HOLD OR SPLIT **"
                       TO PGD-NOTE-TEXT
                   DISPLAY "FACTPGD - *** PROJECTED FINISH IS PAST THE "
                       "DEADLINE " FACT-PGD-WHEN-SHOW
                       " - HOLD OR SPLIT DECISION NEEDED ***"
                   MOVE 4 TO RETURN-CODE
               WHEN FACT-PGS-ENDED
                   MOVE "RUN FINISHED WITHIN THE BATCH DEADLINE"
                       TO PGD-NOTE-TEXT
                   DISPLAY "FACTPGD - RUN FINISHED WITHIN THE DEADLINE "
                       FACT-PGD-WHEN-SHOW
               WHEN OTHER
                   MOVE "PROJECTED TO FINISH WITHIN THE BATCH DEADLINE"
                       TO PGD-NOTE-TEXT
                   DISPLAY "FACTPGD - PROJECTED TO FINISH WITHIN THE "
                       "DEADLINE " FACT-PGD-WHEN-SHOW
           END-EVALUATE.
           WRITE FACTPGP-LINE FROM FACT-PGD-NOTE-LINE.
