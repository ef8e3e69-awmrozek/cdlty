      *
      * Modification history:
      *   2026-09-02  AWM  Original program.
      *   2026-10-15  AWM  Window hash taken off the wide
      *                    FACT-OUT-RESULT field, matching FACTBAT's
      *                    trailer and checkpoint hash; a record from
      *                    before that field existed is hashed on its
      *                    digit as before.
      *   2026-10-15  AWM  Void count carried, verified against the
      *                    FACTOUT window's "V" details, recounted on
      *                    a force and zeroed on a clear; a record
      *                    from before the count existed reads its
      *                    spaces as zero.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTCKU.
        77  FACT-CKU-WIN-TARGET         PIC 9(10) VALUE 0.
        77  FACT-CKU-WIN-OK             PIC 9(10) VALUE 0.
        77  FACT-CKU-WIN-ERR            PIC 9(10) VALUE 0.
        77  FACT-CKU-WIN-VOID           PIC 9(10) VALUE 0.
        77  FACT-CKU-WIN-HASH           PIC 9(10) VALUE 0.
        77  FACT-CKU-AUD-COUNT          PIC 9(10) VALUE 0.

               MOVE "ERROR RECORDS" TO CKU-FLD-CAPTION
               MOVE FACT-CKPT-ERR-COUNT TO CKU-FLD-VALUE
               WRITE FACTCKR-LINE FROM FACT-CKU-FIELD-LINE
               MOVE "HASH TOTAL OF RESULTS" TO CKU-FLD-CAPTION
               MOVE FACT-CKPT-HASH-TOTAL TO CKU-FLD-VALUE
               WRITE FACTCKR-LINE FROM FACT-CKU-FIELD-LINE
               MOVE "VOIDED RECORDS" TO CKU-FLD-CAPTION
               MOVE FACT-CKPT-VOID-COUNT TO CKU-FLD-VALUE
               WRITE FACTCKR-LINE FROM FACT-CKU-FIELD-LINE
               MOVE "INPUT RECORDS CONSUMED" TO CKU-FLD-CAPTION
               MOVE FACT-CKPT-READS TO CKU-FLD-VALUE
               WRITE FACTCKR-LINE FROM FACT-CKU-FIELD-LINE
                       TO CKU-NOTE-TEXT
                   PERFORM U9-FLAG-MISMATCH
               END-IF
               IF FACT-CKU-WIN-VOID NOT = FACT-CKPT-VOID-COUNT THEN
                   MOVE "** VOID COUNT DISAGREES WITH FACTOUT **"
                       TO CKU-NOTE-TEXT
                   PERFORM U9-FLAG-MISMATCH
               END-IF
               IF FACT-CKU-WIN-HASH NOT = FACT-CKPT-HASH-TOTAL THEN
                   MOVE "** HASH TOTAL DISAGREES WITH FACTOUT **"
                       TO CKU-NOTE-TEXT
           MOVE 0 TO FACT-CKPT-PRI-ERR.
           MOVE 0 TO FACT-CKPT-PRI-HASH.
           MOVE 0 TO FACT-CKPT-RUN-DATE.
           MOVE 0 TO FACT-CKPT-VOID-COUNT.
           PERFORM U10-STAMP-CHECK-TOTAL.
           PERFORM U11-WRITE-BOTH-GENERATIONS.

                   MOVE FACT-CKU-WIN-OK TO FACT-CKPT-OK-COUNT
                   MOVE FACT-CKU-WIN-ERR TO FACT-CKPT-ERR-COUNT
                   MOVE FACT-CKU-WIN-HASH TO FACT-CKPT-HASH-TOTAL
                   MOVE FACT-CKU-WIN-VOID TO FACT-CKPT-VOID-COUNT
                   MOVE 0 TO FACT-CKPT-READS
                   MOVE 0 TO FACT-CKPT-FEED-NUM
                   MOVE 0 TO FACT-CKPT-FEED-EXPECTED
      *----------------------------------------------------------------
      * U6-VALIDATE-CHECKPOINT - EVERY NUMERIC FIELD NUMERIC AND THE
      * STORED CHECK TOTAL EQUAL TO THE RECOMPUTED SUM - THE SAME
      * CONVENTION FACTBAT WRITES BY (SEE FACTCKPL), INCLUDING ITS
      * READING OF A BLANK VOID COUNT AS ZERO.
      *----------------------------------------------------------------
           U6-VALIDATE-CHECKPOINT.
           MOVE "N" TO FACT-CKU-VALID-SW.
           IF FACT-CKPT-VOID-COUNT = SPACES THEN
               MOVE 0 TO FACT-CKPT-VOID-COUNT
           END-IF.
           IF FACT-CKPT-SEQ-NUM IS NUMERIC AND
               FACT-CKPT-COUNTER IS NUMERIC AND
               FACT-CKPT-OK-COUNT IS NUMERIC AND
               FACT-CKPT-PRI-ERR IS NUMERIC AND
               FACT-CKPT-PRI-HASH IS NUMERIC AND
               FACT-CKPT-RUN-DATE IS NUMERIC AND
               FACT-CKPT-VOID-COUNT IS NUMERIC AND
               FACT-CKPT-CHECK-TOTAL IS NUMERIC THEN
               PERFORM U6A-COMPUTE-CHECK-TOTAL
               IF FACT-CKU-CHECK-WORK = FACT-CKPT-CHECK-TOTAL THEN
           ADD FACT-CKPT-PRI-ERR TO FACT-CKU-CHECK-WORK.
           ADD FACT-CKPT-PRI-HASH TO FACT-CKU-CHECK-WORK.
           ADD FACT-CKPT-RUN-DATE TO FACT-CKU-CHECK-WORK.
           ADD FACT-CKPT-VOID-COUNT TO FACT-CKU-CHECK-WORK.

      *----------------------------------------------------------------
      * U10-STAMP-CHECK-TOTAL - SEAL THE RECORD ABOUT TO BE WRITTEN.

      *----------------------------------------------------------------
      * U7-SWEEP-FACTOUT - COUNT EVERY DETAIL RECORD ON FACTOUT AND
      * ACCUMULATE THE OK / ERROR / VOID / HASH FIGURES OVER THE FIRST
      * FACT-CKU-WIN-TARGET OF THEM - THE WINDOW THE CHECKPOINT (OR
      * THE FORCE OPERAND) DESCRIBES.  WITH THE FACTPRM SORT OPTION
      * ON, A CRASHED RUN'S DETAILS ARE STAGED ON FACTWRK AND
           MOVE 0 TO FACT-CKU-OUT-DETAILS.
           MOVE 0 TO FACT-CKU-WIN-OK.
           MOVE 0 TO FACT-CKU-WIN-ERR.
           MOVE 0 TO FACT-CKU-WIN-VOID.
           MOVE 0 TO FACT-CKU-WIN-HASH.
           OPEN INPUT FACTOUT.
           IF FACTOUT-STATUS NOT = "00" THEN
               IF FACT-OUT-STATUS-ERROR THEN
                   ADD 1 TO FACT-CKU-WIN-ERR
               END-IF
               IF FACT-OUT-STATUS-VOID THEN
                   ADD 1 TO FACT-CKU-WIN-VOID
               END-IF
               IF FACT-OUT-RESULT IS NUMERIC THEN
                   ADD FACT-OUT-RESULT TO FACT-CKU-WIN-HASH
               ELSE
                   IF FACT-OUT-DIGIT IS NUMERIC THEN
                       ADD FACT-OUT-DIGIT TO FACT-CKU-WIN-HASH
                   END-IF
               END-IF
           END-IF.

