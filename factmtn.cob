      *              purge cannot silently eat history it cannot age.
      *   DELETE   - drop the one record with the supplied
      *              request-id (a record posted from a bad feed).
      *   CORRECT  - replace the stored value, digit, result and
      *              run mode of the record with the supplied
      *              request-id, leaving its dates and hit count
      *              alone.
      *   LIST     - print every surviving record on the report.
      *
      * The master is never updated in place: FACTMST is read
      *
      * Modification history:
      *   2026-09-02  AWM  Original program.
      *   2026-10-15  AWM  CORRECT accepts run mode "3" and an
      *                    optional new result (cols 29-38) for the
      *                    wide FACT-MST-RESULT field - required for
      *                    mode "3", defaulting to the digit for modes
      *                    "1" and "2".  The LIST shows the result.
      *   2026-10-15  AWM  CORRECT refuses a result whose low-order
      *                    digit differs from the new digit, and a
      *                    mode "1" / "2" result above 9.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTMTN.
      *----------------------------------------------------------------
      * FACTTRN TRANSACTION LAYOUT.  COLS 1-8 ACTION, COLS 9-16 THE
      * REQUEST-ID (DELETE / CORRECT) OR THE CUTOFF DATE YYYYMMDD
      * (PURGE), COLS 17-26 THE NEW VALUE, COL 27 THE NEW DIGIT,
      * COL 28 THE NEW RUN MODE AND COLS 29-38 THE NEW RESULT
      * (CORRECT ONLY).  THE RESULT MAY BE LEFT BLANK FOR MODES 1
      * AND 2, WHERE IT IS THE DIGIT; MODE 3 (THE TRAILING-ZERO
      * COUNT) MUST SUPPLY IT, WITH ITS LOW-ORDER DIGIT IN COL 27.
      * A SUPPLIED RESULT WHOSE LOW-ORDER DIGIT IS NOT COL 27, OR A
      * MODE 1 / 2 RESULT ABOVE 9, IS REFUSED LIKE ANY BAD CORRECT -
      * THE MASTER'S DIGIT AND RESULT MUST NEVER DISAGREE.
      *----------------------------------------------------------------
        01  FACT-MTN-TRANSACTION.
            05  MTN-TRN-ACTION          PIC X(08).
            05  MTN-TRN-NEW-VALUE       PIC X(10).
            05  MTN-TRN-NEW-DIGIT       PIC X(01).
            05  MTN-TRN-NEW-MODE        PIC X(01).
            05  MTN-TRN-NEW-RESULT      PIC X(10).
            05  FILLER                  PIC X(42).

      *----------------------------------------------------------------
      * THE LOADED DELETE / CORRECT TRANSACTIONS.  A HUNDRED SLOTS
                10  MTN-TAB-NEW-VALUE   PIC X(10).
                10  MTN-TAB-NEW-DIGIT   PIC X(01).
                10  MTN-TAB-NEW-MODE    PIC X(01).
                10  MTN-TAB-NEW-RESULT  PIC X(10).
                10  MTN-TAB-APPLIED-SW  PIC X(01).
                    88  MTN-TAB-APPLIED      VALUE "Y".

            05  FILLER                  PIC X(02) VALUE SPACES.
            05  MTN-ECHO-REQUEST-ID     PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  MTN-ECHO-DETAIL         PIC X(56).
            05  FILLER                  PIC X(02) VALUE SPACES.

        01  FACT-MTN-SECTION-LINE.
            05  MTN-SECTION-TITLE       PIC X(40).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  MTN-LIST-VALUE          PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  MTN-LIST-RESULT         PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  MTN-LIST-MODE           PIC X(01).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  MTN-LIST-LAST-DATE      PIC X(08).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  MTN-LIST-HITS           PIC Z(04)9.
            05  FILLER                  PIC X(22) VALUE SPACES.

        01  FACT-MTN-UNMATCHED-LINE.
            05  FILLER                  PIC X(15)
                   WHEN MTN-TRN-CORRECT
                       IF MTN-TRN-NEW-VALUE IS NUMERIC AND
                           MTN-TRN-NEW-DIGIT IS NUMERIC AND
                           (((MTN-TRN-NEW-MODE = "1" OR
                              MTN-TRN-NEW-MODE = "2") AND
                             (MTN-TRN-NEW-RESULT = SPACES OR
                              MTN-TRN-NEW-RESULT IS NUMERIC)) OR
                            (MTN-TRN-NEW-MODE = "3" AND
                             MTN-TRN-NEW-RESULT IS NUMERIC)) AND
                           (MTN-TRN-NEW-RESULT IS NOT NUMERIC OR
                            MTN-TRN-NEW-RESULT (10:1)
                                = MTN-TRN-NEW-DIGIT) AND
                           (MTN-TRN-NEW-MODE = "3" OR
                            MTN-TRN-NEW-RESULT IS NOT NUMERIC OR
                            MTN-TRN-NEW-RESULT (1:9) = ZEROS) THEN
                           PERFORM M2A-TABLE-ONE-TRANSACTION
                       ELSE
                           DISPLAY "FACTMTN - CORRECT FOR "
                               MTN-TRN-KEY-FIELD " HAS A BAD VALUE, "
                               "DIGIT, MODE OR RESULT"
                           MOVE 16 TO RETURN-CODE
                           SET FACT-MTN-TRN-EOF-YES TO TRUE
                       END-IF
                   TO MTN-TAB-NEW-DIGIT (FACT-MTN-TRN-USED)
               MOVE MTN-TRN-NEW-MODE
                   TO MTN-TAB-NEW-MODE (FACT-MTN-TRN-USED)
               MOVE MTN-TRN-NEW-RESULT
                   TO MTN-TAB-NEW-RESULT (FACT-MTN-TRN-USED)
               MOVE "N" TO MTN-TAB-APPLIED-SW (FACT-MTN-TRN-USED)
           END-IF.

                   MTN-TAB-NEW-VALUE (FACT-MTN-TRN-SUB)
                   " DIGIT " MTN-TAB-NEW-DIGIT (FACT-MTN-TRN-SUB)
                   " MODE " MTN-TAB-NEW-MODE (FACT-MTN-TRN-SUB)
                   " RESULT " MTN-TAB-NEW-RESULT (FACT-MTN-TRN-SUB)
                   DELIMITED BY SIZE INTO MTN-ECHO-DETAIL
           END-IF.
           MOVE MTN-TAB-REQUEST-ID (FACT-MTN-TRN-SUB)
           M4A-LIST-THIS-RECORD.
           MOVE FACT-MST-REQUEST-ID TO MTN-LIST-REQUEST-ID.
           MOVE FACT-MST-VALUE TO MTN-LIST-VALUE.
           IF FACT-MST-RESULT IS NUMERIC THEN
               MOVE FACT-MST-RESULT TO MTN-LIST-RESULT
           ELSE
               MOVE FACT-MST-DIGIT TO MTN-LIST-RESULT
           END-IF.
           MOVE FACT-MST-RUN-MODE TO MTN-LIST-MODE.
           MOVE FACT-MASTER-RECORD (42:8) TO MTN-LIST-LAST-DATE.
           MOVE FACT-MST-HIT-COUNT TO MTN-LIST-HITS.
      *----------------------------------------------------------------
      * M6-APPLY-KEYED-TRANSACTION - MATCH THE CURRENT RECORD AGAINST
      * THE DELETE / CORRECT TABLE.  A DELETE DROPS THE RECORD; A
      * CORRECT REPLACES THE STORED VALUE, DIGIT, RESULT AND MODE IN
      * PLACE, LEAVING THE DATES AND HIT COUNT AS HISTORY.
      *----------------------------------------------------------------
           M6-APPLY-KEYED-TRANSACTION.
           MOVE "N" TO FACT-MTN-MATCH-SW.
                       TO FACT-MASTER-RECORD (19:1)
                   MOVE MTN-TAB-NEW-MODE (FACT-MTN-TRN-SUB)
                       TO FACT-MST-RUN-MODE
                   IF MTN-TAB-NEW-RESULT (FACT-MTN-TRN-SUB)
                       IS NUMERIC THEN
                       MOVE MTN-TAB-NEW-RESULT (FACT-MTN-TRN-SUB)
                           TO FACT-MST-RESULT
                   ELSE
                       MOVE FACT-MST-DIGIT TO FACT-MST-RESULT
                   END-IF
                   ADD 1 TO FACT-MTN-CORRECT-COUNT
               END-IF
           END-IF.
