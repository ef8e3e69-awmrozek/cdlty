      *
      *   - FACTOUT itself: the detail records are recounted (with
      *     the OK / ERROR / DUPLICATE split and the hash total of
      *     the results) and reconciled against the figures on
      *     the FACT-OUT-TRAILER-RECORD.  A FACTOUT without a
      *     trailer is incomplete by definition and is a NO-GO on
      *     its own.
      *   - the checkpoint generations (FACTCKP1 / FACTCKP2): a
      *     completed run clears its checkpoint; a counter still
      *     standing means the night did not finish.
      *   - the per-source return files FACTSPL cut out of FACTOUT,
      *     presented together on FACTSRC (a concatenation, one
      *     header-to-trailer file after another): every file must
      *     carry tonight's date and a trailer agreeing with its own
      *     details, and the files' trailers must add up to the
      *     FACTOUT trailer - detail count, OK, ERROR and hash.  No
      *     FACTSRC DD at all is a warning that the split went
      *     unproven, not a break.
      *
      * Every figure and every discrepancy goes on a single GO /
      * NO-GO page (FACTBLP); any break sets return code 12 so the
      * scheduler holds the downstream transmission automatically.
      * The verdict is also appended to the FACTBLS status history
      * (see FACTOPSL) for the FACTOPS morning status report; a
      * history that will not open costs the record, not the
      * verdict.
      *
      * Modification history:
      *   2026-09-02  AWM  Original program.
      *                    generation with the higher sequence is
      *                    the current state; no valid generation at
      *                    all is itself a break.
      *   2026-10-15  AWM  Hash recount follows FACTBAT onto the wide
      *                    FACT-OUT-RESULT field, so a run mode "3"
      *                    (trailing-zero count) file balances; a
      *                    record from before that field existed is
      *                    hashed on its digit as before.
      *   2026-10-15  AWM  Per-source return files (FACTSRC) proven
      *                    file by file and cross-footed to the
      *                    FACTOUT trailer.
      *   2026-10-15  AWM  Void ("V") details counted on FACTOUT and
      *                    on every return file and balanced to the
      *                    trailers' void counts; a trailer or
      *                    checkpoint from before the void count
      *                    existed reads its spaces as zero.
      *   2026-10-15  AWM  GO / NO-GO verdict appended to the FACTBLS
      *                    status history for the FACTOPS report.
      *   2026-10-15  AWM  A return-file detail with a blank result
      *                    hashes its digit, as on FACTOUT.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTBAL.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTCKP2-STATUS.

            SELECT FACTSRC ASSIGN TO FACTSRC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSRC-STATUS.

            SELECT FACTBLP ASSIGN TO FACTBLP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTBLP-STATUS.

            SELECT FACTBLS ASSIGN TO FACTBLS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTBLS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTOUT
            RECORDING MODE IS F.
        01  FACTCKP2-RECORD             PIC X(160).

      *----------------------------------------------------------------
      * FACTSRC - THE FACTSPL PER-SOURCE RETURN FILES, CONCATENATED.
      *----------------------------------------------------------------
        FD  FACTSRC
            RECORDING MODE IS F.
        01  FACTSRC-RECORD              PIC X(80).

        FD  FACTBLP
            RECORDING MODE IS F.
        01  FACTBLP-LINE                PIC X(80).

      *----------------------------------------------------------------
      * FACTBLS - THE VERDICT HISTORY (SEE COPYBOOK FACTOPSL).
      *----------------------------------------------------------------
        FD  FACTBLS
            RECORDING MODE IS F.
        01  FACTBLS-RECORD              PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTRECL, FACTAUDL AND
           COPY FACTAUDL.
           COPY FACTSTAL.
           COPY FACTCKPL.
           COPY FACTOPSL.

        77  FACTOUT-STATUS              PIC X(02).
        77  FACTAUD-STATUS              PIC X(02).
        77  FACTREJ-STATUS              PIC X(02).
        77  FACTCKP1-STATUS             PIC X(02).
        77  FACTCKP2-STATUS             PIC X(02).
        77  FACTSRC-STATUS              PIC X(02).
        77  FACTBLP-STATUS              PIC X(02).
        77  FACTBLS-STATUS              PIC X(02).
        77  FACT-BAL-CHECK-WORK         PIC 9(10) VALUE 0.
        77  FACT-BAL-CKP1-SEQ           PIC 9(05) VALUE 0.
        77  FACT-BAL-CKP2-SEQ           PIC 9(05) VALUE 0.

        77  FACT-BAL-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-BAL-OUT-DATE           PIC 9(08) VALUE 0.
        77  FACT-BAL-OUT-JOB            PIC X(08) VALUE SPACES.
        77  FACT-BAL-BREAK-COUNT        PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * FACTOUT RECOUNT - THE DETAIL RECORDS BETWEEN THE HEADER AND
      * THE TRAILER, SPLIT BY STATUS, PLUS THE RECOMPUTED HASH TOTAL
      * (SUM OF THE RESULTS MODULO 10**10, AS FACTBAT CARRIES
      * IT - THE ADD SIMPLY TRUNCATES HIGH-ORDER OVERFLOW).
      *----------------------------------------------------------------
        77  FACT-BAL-DTL-COUNT          PIC 9(10) VALUE 0.
        77  FACT-BAL-OK-COUNT           PIC 9(10) VALUE 0.
        77  FACT-BAL-ERR-COUNT          PIC 9(10) VALUE 0.
        77  FACT-BAL-DUP-COUNT          PIC 9(10) VALUE 0.
        77  FACT-BAL-VOID-COUNT         PIC 9(10) VALUE 0.
        77  FACT-BAL-HASH-TOTAL         PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
        77  FACT-BAL-TRL-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-BAL-TRL-OK             PIC 9(10) VALUE 0.
        77  FACT-BAL-TRL-ERR            PIC 9(10) VALUE 0.
        77  FACT-BAL-TRL-VOID           PIC 9(10) VALUE 0.
        77  FACT-BAL-TRL-HASH           PIC 9(10) VALUE 0.

        77  FACT-BAL-REJ-COUNT          PIC 9(10) VALUE 0.
        77  FACT-BAL-STA-ERRORS         PIC 9(10) VALUE 0.
        77  FACT-BAL-CKPT-COUNTER       PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * PER-SOURCE RETURN FILES - THE FILE IN HAND (ITS JOB AND ITS
      * DETAILS RECOUNTED AS FOR FACTOUT) AND THE SUM OF THE
      * TRAILERS OF EVERY FILE SEALED SO FAR.
      *----------------------------------------------------------------
        77  FACT-BAL-SRC-FILES          PIC 9(03) VALUE 0.
        77  FACT-BAL-SRC-JOB            PIC X(08) VALUE SPACES.
        77  FACT-BAL-SRC-CUR-DTL        PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-CUR-OK         PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-CUR-ERR        PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-CUR-VOID       PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-CUR-HASH       PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-OK             PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-ERR            PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-VOID           PIC 9(10) VALUE 0.
        77  FACT-BAL-SRC-HASH           PIC 9(10) VALUE 0.

        01  FACT-BAL-SRC-PRESENT-SW      PIC X(01) VALUE "N".
            88  FACT-BAL-SRC-PRESENT-YES      VALUE "Y".

        01  FACT-BAL-SRC-IN-FILE-SW      PIC X(01) VALUE "N".
            88  FACT-BAL-SRC-IN-FILE-YES      VALUE "Y".

        01  FACT-BAL-HDR-FOUND-SW        PIC X(01) VALUE "N".
            88  FACT-BAL-HDR-FOUND-YES        VALUE "Y".

           PERFORM B4-COUNT-AUDIT-APPENDS.
           PERFORM B5-FIND-RUN-STATS.
           PERFORM B6-READ-CHECKPOINT.
           PERFORM B10-SWEEP-RETURN-FILES.
           PERFORM B7-PRINT-FIGURES.
           PERFORM B8-CROSS-FOOT.
           PERFORM B11-CROSS-FOOT-RETURN-FILES.

           WRITE FACTBLP-LINE FROM SPACES.
           IF FACT-BAL-BREAK-COUNT = 0 THEN
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM B12-WRITE-BALANCE-STATUS.

           CLOSE FACTBLP.
           STOP RUN.

      *----------------------------------------------------------------
      * B12-WRITE-BALANCE-STATUS - APPEND TONIGHT'S VERDICT TO THE
      * FACTBLS HISTORY.  A FACTOUT WITHOUT A HEADER HAS NO RUN DATE
      * OF ITS OWN AND IS RECORDED UNDER TODAY'S.
      *----------------------------------------------------------------
           B12-WRITE-BALANCE-STATUS.
           MOVE SPACES TO FACT-BLS-RECORD.
           IF FACT-BAL-HDR-FOUND-YES THEN
               MOVE FACT-BAL-OUT-DATE TO FACT-BLS-RUN-DATE
           ELSE
               MOVE FACT-BAL-RUN-DATE TO FACT-BLS-RUN-DATE
           END-IF.
           MOVE FACT-BAL-OUT-JOB TO FACT-BLS-JOB-NAME.
           IF FACT-BAL-BREAK-COUNT = 0 THEN
               SET FACT-BLS-GO TO TRUE
           ELSE
               SET FACT-BLS-NO-GO TO TRUE
           END-IF.
           MOVE FACT-BAL-BREAK-COUNT TO FACT-BLS-BREAKS.
           MOVE FACT-BAL-RUN-DATE TO FACT-BLS-CHECK-DATE.
           ACCEPT FACT-BLS-CHECK-TIME FROM TIME.
           MOVE FACT-BAL-DTL-COUNT TO FACT-BLS-DETAILS.
           IF FACT-BAL-SRC-PRESENT-YES THEN
               SET FACT-BLS-SPLIT-PROVEN TO TRUE
           ELSE
               SET FACT-BLS-SPLIT-ABSENT TO TRUE
           END-IF.

           OPEN EXTEND FACTBLS.
           IF FACTBLS-STATUS NOT = "00" THEN
               OPEN OUTPUT FACTBLS
           END-IF.
           IF FACTBLS-STATUS NOT = "00" THEN
               DISPLAY "FACTBAL - UNABLE TO OPEN FACTBLS - FILE STATUS "
                   FACTBLS-STATUS " - VERDICT NOT RECORDED"
           ELSE
               MOVE FACT-BLS-RECORD TO FACTBLS-RECORD
               WRITE FACTBLS-RECORD
               CLOSE FACTBLS
           END-IF.

      *----------------------------------------------------------------
      * B1-SWEEP-FACTOUT - READ THE WHOLE OUTPUT FILE ONCE: CAPTURE
      * THE HEADER'S RUN DATE AND JOB, RECOUNT THE DETAIL RECORDS BY
                       SET FACT-BAL-HDR-FOUND-YES TO TRUE
                       MOVE FACTOUT-RECORD TO FACT-OUT-HEADER-RECORD
                       MOVE FACT-OHD-RUN-DATE TO FACT-BAL-OUT-DATE
                       MOVE FACT-OHD-JOB-NAME TO FACT-BAL-OUT-JOB
                       MOVE FACT-BAL-OUT-DATE TO BAL-HDR-OUT-DATE
                       MOVE FACT-OHD-JOB-NAME TO BAL-HDR-JOB
                       WRITE FACTBLP-LINE FROM FACT-BAL-HDR-2
                           TO FACT-BAL-TRL-DETAILS
                       MOVE FACT-OTR-OK-COUNT TO FACT-BAL-TRL-OK
                       MOVE FACT-OTR-ERR-COUNT TO FACT-BAL-TRL-ERR
                       IF FACT-OTR-VOID-COUNT IS NOT NUMERIC THEN
                           MOVE 0 TO FACT-OTR-VOID-COUNT
                       END-IF
                       MOVE FACT-OTR-VOID-COUNT TO FACT-BAL-TRL-VOID
                       MOVE FACT-OTR-HASH-TOTAL TO FACT-BAL-TRL-HASH
                   WHEN OTHER
                       MOVE FACTOUT-RECORD TO FACT-OUTPUT-RECORD
                               ADD 1 TO FACT-BAL-OK-COUNT
                           WHEN FACT-OUT-STATUS-DUP
                               ADD 1 TO FACT-BAL-DUP-COUNT
                           WHEN FACT-OUT-STATUS-VOID
                               ADD 1 TO FACT-BAL-VOID-COUNT
                           WHEN OTHER
                               ADD 1 TO FACT-BAL-ERR-COUNT
                       END-EVALUATE
                       IF FACT-OUT-RESULT IS NUMERIC THEN
                           ADD FACT-OUT-RESULT TO FACT-BAL-HASH-TOTAL
                       ELSE
                           IF FACT-OUT-DIGIT IS NUMERIC THEN
                               ADD FACT-OUT-DIGIT
                                   TO FACT-BAL-HASH-TOTAL
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      * B6C-VALIDATE-CHECKPOINT - EVERY NUMERIC FIELD NUMERIC AND THE
      * STORED CHECK TOTAL EQUAL TO THE RECOMPUTED SUM (MODULO 10**10
      * - THE ADD TRUNCATES), THE SAME CONVENTION FACTBAT WRITES BY,
      * INCLUDING ITS READING OF A BLANK VOID COUNT AS ZERO.
      *----------------------------------------------------------------
           B6C-VALIDATE-CHECKPOINT.
           MOVE "N" TO FACT-BAL-CKPT-VALID-SW.
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
               MOVE 0 TO FACT-BAL-CHECK-WORK
               ADD FACT-CKPT-SEQ-NUM TO FACT-BAL-CHECK-WORK
               ADD FACT-CKPT-PRI-ERR TO FACT-BAL-CHECK-WORK
               ADD FACT-CKPT-PRI-HASH TO FACT-BAL-CHECK-WORK
               ADD FACT-CKPT-RUN-DATE TO FACT-BAL-CHECK-WORK
               ADD FACT-CKPT-VOID-COUNT TO FACT-BAL-CHECK-WORK
               IF FACT-BAL-CHECK-WORK = FACT-CKPT-CHECK-TOTAL THEN
                   SET FACT-BAL-CKPT-VALID-YES TO TRUE
               END-IF
           MOVE "FACTOUT DUPLICATES COUNTED: " TO BAL-FIG-TITLE.
           MOVE FACT-BAL-DUP-COUNT TO BAL-FIG-VALUE.
           WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE.
           MOVE "FACTOUT VOIDS COUNTED:      " TO BAL-FIG-TITLE.
           MOVE FACT-BAL-VOID-COUNT TO BAL-FIG-VALUE.
           WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE.
           MOVE "FACTOUT HASH RECOMPUTED:    " TO BAL-FIG-TITLE.
           MOVE FACT-BAL-HASH-TOTAL TO BAL-FIG-VALUE.
           WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE.
               MOVE "TRAILER ERROR COUNT:        " TO BAL-FIG-TITLE
               MOVE FACT-BAL-TRL-ERR TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "TRAILER VOID COUNT:         " TO BAL-FIG-TITLE
               MOVE FACT-BAL-TRL-VOID TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "TRAILER HASH TOTAL:         " TO BAL-FIG-TITLE
               MOVE FACT-BAL-TRL-HASH TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
           MOVE "CHECKPOINT COUNTER:         " TO BAL-FIG-TITLE.
           MOVE FACT-BAL-CKPT-COUNTER TO BAL-FIG-VALUE.
           WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE.
           IF FACT-BAL-SRC-PRESENT-YES THEN
               MOVE "RETURN FILES READ:          " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-FILES TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "RETURN FILES DETAIL COUNT:  " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-DETAILS TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "RETURN FILES OK COUNT:      " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-OK TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "RETURN FILES ERROR COUNT:   " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-ERR TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "RETURN FILES VOID COUNT:    " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-VOID TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
               MOVE "RETURN FILES HASH TOTAL:    " TO BAL-FIG-TITLE
               MOVE FACT-BAL-SRC-HASH TO BAL-FIG-VALUE
               WRITE FACTBLP-LINE FROM FACT-BAL-FIGURE-LINE
           END-IF.
           WRITE FACTBLP-LINE FROM SPACES.

      *----------------------------------------------------------------
                       TO BAL-BREAK-TEXT
                   PERFORM B9-FLAG-BREAK
               END-IF
               IF FACT-BAL-TRL-VOID NOT = FACT-BAL-VOID-COUNT THEN
                   MOVE "TRAILER VOID COUNT DISAGREES WITH FACTOUT"
                       TO BAL-BREAK-TEXT
                   PERFORM B9-FLAG-BREAK
               END-IF
               IF FACT-BAL-TRL-HASH NOT = FACT-BAL-HASH-TOTAL THEN
                   MOVE "TRAILER HASH TOTAL DISAGREES WITH FACTOUT"
                       TO BAL-BREAK-TEXT
           END-IF.

           IF FACT-BAL-DTL-COUNT NOT = FACT-BAL-OK-COUNT
               + FACT-BAL-ERR-COUNT + FACT-BAL-DUP-COUNT
               + FACT-BAL-VOID-COUNT THEN
               MOVE "FACTOUT OK/ERROR/DUP/VOID SPLIT DOES NOT ADD UP"
                   TO BAL-BREAK-TEXT
               PERFORM B9-FLAG-BREAK
           END-IF.
               PERFORM B9-FLAG-BREAK
           END-IF.

      *----------------------------------------------------------------
      * B10-SWEEP-RETURN-FILES - READ THE CONCATENATED PER-SOURCE
      * RETURN FILES ONCE.  EACH "HDR" STARTS A FILE AND ITS "TRL"
      * SEALS IT; A FILE IS PROVEN AGAINST ITS OWN TRAILER AS IT IS
      * SEALED AND ITS TRAILER FIGURES ADDED TO THE SUMS B11
      * CROSS-FOOTS TO FACTOUT.  A SHOP NOT SPLITTING HAS NO FACTSRC
      * DD, AND THAT IS ONLY A WARNING.
      *----------------------------------------------------------------
           B10-SWEEP-RETURN-FILES.
           OPEN INPUT FACTSRC.
           IF FACTSRC-STATUS NOT = "00" THEN
               MOVE "FACTSRC NOT PRESENTED - PER-SOURCE SPLIT UNPROVEN"
                   TO BAL-WARN-TEXT
               WRITE FACTBLP-LINE FROM FACT-BAL-WARN-LINE
           ELSE
               SET FACT-BAL-SRC-PRESENT-YES TO TRUE
               MOVE "N" TO FACT-BAL-EOF-SW
               PERFORM B10A-SWEEP-ONE-RETURN-RECORD
                   UNTIL FACT-BAL-EOF-YES
               CLOSE FACTSRC
               IF FACT-BAL-SRC-IN-FILE-YES THEN
                   PERFORM B10B-FLAG-NO-TRAILER
               END-IF
           END-IF.

           B10A-SWEEP-ONE-RETURN-RECORD.
           READ FACTSRC
               AT END
                   SET FACT-BAL-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-BAL-EOF-YES THEN
               EVALUATE TRUE
                   WHEN FACTSRC-RECORD (1:3) = "HDR"
                       IF FACT-BAL-SRC-IN-FILE-YES THEN
                           PERFORM B10B-FLAG-NO-TRAILER
                       END-IF
                       MOVE FACTSRC-RECORD TO FACT-OUT-HEADER-RECORD
                       ADD 1 TO FACT-BAL-SRC-FILES
                       SET FACT-BAL-SRC-IN-FILE-YES TO TRUE
                       MOVE FACT-OHD-JOB-NAME TO FACT-BAL-SRC-JOB
                       MOVE 0 TO FACT-BAL-SRC-CUR-DTL
                       MOVE 0 TO FACT-BAL-SRC-CUR-OK
                       MOVE 0 TO FACT-BAL-SRC-CUR-ERR
                       MOVE 0 TO FACT-BAL-SRC-CUR-VOID
                       MOVE 0 TO FACT-BAL-SRC-CUR-HASH
                       IF FACT-OHD-RUN-DATE NOT = FACT-BAL-OUT-DATE
                           THEN
                           MOVE "RETURN FILE " TO BAL-BREAK-TEXT
                           MOVE FACT-BAL-SRC-JOB
                               TO BAL-BREAK-TEXT (13:8)
                           MOVE " IS NOT FROM THE FACTOUT RUN DATE"
                               TO BAL-BREAK-TEXT (21:33)
                           PERFORM B9-FLAG-BREAK
                       END-IF
                   WHEN FACTSRC-RECORD (1:3) = "TRL"
                       MOVE FACTSRC-RECORD TO FACT-OUT-TRAILER-RECORD
                       IF FACT-OTR-VOID-COUNT IS NOT NUMERIC THEN
                           MOVE 0 TO FACT-OTR-VOID-COUNT
                       END-IF
                       IF NOT FACT-BAL-SRC-IN-FILE-YES THEN
                           MOVE "RETURN FILE TRAILER WITH NO HEADER"
                               TO BAL-BREAK-TEXT
                           PERFORM B9-FLAG-BREAK
                       ELSE
                           IF FACT-OTR-DETAIL-COUNT
                                   NOT = FACT-BAL-SRC-CUR-DTL
                               OR FACT-OTR-OK-COUNT
                                   NOT = FACT-BAL-SRC-CUR-OK
                               OR FACT-OTR-ERR-COUNT
                                   NOT = FACT-BAL-SRC-CUR-ERR
                               OR FACT-OTR-VOID-COUNT
                                   NOT = FACT-BAL-SRC-CUR-VOID
                               OR FACT-OTR-HASH-TOTAL
                                   NOT = FACT-BAL-SRC-CUR-HASH THEN
                               MOVE "RETURN FILE " TO BAL-BREAK-TEXT
                               MOVE FACT-BAL-SRC-JOB
                                   TO BAL-BREAK-TEXT (13:8)
                               MOVE " TRAILER DISAGREES WITH ITS "
                                   TO BAL-BREAK-TEXT (21:28)
                               MOVE "DETAILS" TO BAL-BREAK-TEXT (49:7)
                               PERFORM B9-FLAG-BREAK
                           END-IF
                       END-IF
                       ADD FACT-OTR-DETAIL-COUNT TO FACT-BAL-SRC-DETAILS
                       ADD FACT-OTR-OK-COUNT TO FACT-BAL-SRC-OK
                       ADD FACT-OTR-ERR-COUNT TO FACT-BAL-SRC-ERR
                       ADD FACT-OTR-VOID-COUNT TO FACT-BAL-SRC-VOID
                       ADD FACT-OTR-HASH-TOTAL TO FACT-BAL-SRC-HASH
                       MOVE "N" TO FACT-BAL-SRC-IN-FILE-SW
                   WHEN OTHER
                       MOVE FACTSRC-RECORD TO FACT-OUTPUT-RECORD
                       ADD 1 TO FACT-BAL-SRC-CUR-DTL
                       EVALUATE TRUE
                           WHEN FACT-OUT-STATUS-OK
                               ADD 1 TO FACT-BAL-SRC-CUR-OK
                           WHEN FACT-OUT-STATUS-DUP
                               CONTINUE
                           WHEN FACT-OUT-STATUS-VOID
                               ADD 1 TO FACT-BAL-SRC-CUR-VOID
                           WHEN OTHER
                               ADD 1 TO FACT-BAL-SRC-CUR-ERR
                       END-EVALUATE
                       IF FACT-OUT-RESULT IS NUMERIC THEN
                           ADD FACT-OUT-RESULT TO FACT-BAL-SRC-CUR-HASH
                       ELSE
                           IF FACT-OUT-DIGIT IS NUMERIC THEN
                               ADD FACT-OUT-DIGIT
                                   TO FACT-BAL-SRC-CUR-HASH
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * B10B-FLAG-NO-TRAILER - THE FILE IN HAND ENDED WITHOUT ITS
      * TRAILER: INCOMPLETE, AND ITS FIGURES ARE NOT IN THE SUMS.
      *----------------------------------------------------------------
           B10B-FLAG-NO-TRAILER.
           MOVE "RETURN FILE " TO BAL-BREAK-TEXT.
           MOVE FACT-BAL-SRC-JOB TO BAL-BREAK-TEXT (13:8).
           MOVE " CARRIES NO TRAILER - FILE INCOMPLETE"
               TO BAL-BREAK-TEXT (21:37).
           PERFORM B9-FLAG-BREAK.
           MOVE "N" TO FACT-BAL-SRC-IN-FILE-SW.

      *----------------------------------------------------------------
      * B11-CROSS-FOOT-RETURN-FILES - THE RETURN FILES' TRAILERS
      * AGAINST THE FACTOUT TRAILER: EVERY DETAIL FACTOUT CARRIED
      * WENT TO EXACTLY ONE DEPARTMENT.  ONLY RUN WHEN BOTH SIDES
      * WERE PRESENTED.
      *----------------------------------------------------------------
           B11-CROSS-FOOT-RETURN-FILES.
           IF FACT-BAL-SRC-PRESENT-YES AND FACT-BAL-TRL-FOUND-YES THEN
               IF FACT-BAL-SRC-FILES = 0 THEN
                   MOVE "FACTSRC CARRIES NO PER-SOURCE RETURN FILE"
                       TO BAL-BREAK-TEXT
                   PERFORM B9-FLAG-BREAK
               ELSE
                   IF FACT-BAL-SRC-DETAILS
                       NOT = FACT-BAL-TRL-DETAILS THEN
                       MOVE "SPLIT DETAIL COUNT DISAGREES WITH FACTOUT"
                           TO BAL-BREAK-TEXT
                       PERFORM B9-FLAG-BREAK
                   END-IF
                   IF FACT-BAL-SRC-OK NOT = FACT-BAL-TRL-OK THEN
                       MOVE "SPLIT OK COUNT DISAGREES WITH FACTOUT"
                           TO BAL-BREAK-TEXT
                       PERFORM B9-FLAG-BREAK
                   END-IF
                   IF FACT-BAL-SRC-ERR NOT = FACT-BAL-TRL-ERR THEN
                       MOVE "SPLIT ERROR COUNT DISAGREES WITH FACTOUT"
                           TO BAL-BREAK-TEXT
                       PERFORM B9-FLAG-BREAK
                   END-IF
                   IF FACT-BAL-SRC-VOID NOT = FACT-BAL-TRL-VOID THEN
                       MOVE "SPLIT VOID COUNT DISAGREES WITH FACTOUT"
                           TO BAL-BREAK-TEXT
                       PERFORM B9-FLAG-BREAK
                   END-IF
                   IF FACT-BAL-SRC-HASH NOT = FACT-BAL-TRL-HASH THEN
                       MOVE "SPLIT HASH TOTAL DISAGREES WITH FACTOUT"
                           TO BAL-BREAK-TEXT
                       PERFORM B9-FLAG-BREAK
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * B9-FLAG-BREAK - ONE DISCREPANCY: PRINT IT AND COUNT IT.
      *----------------------------------------------------------------
