      *****************************************************************
      * PROGRAM-ID. FACTRTX
      *
      * Retransmission of a past night's FACTOUT.  FACTOUT is
      * overwritten every night, so when FACTACK reports a night
      * MISMATCHED or UNACKNOWLEDGED the file the downstream team
      * wants again is gone - but every detail record it carried is
      * still on the audit trail.  This job rebuilds that night's
      * file from the FACTAUD rows (or from the FACTARC archive, if
      * the FACTPRG purge has already cut the date) and releases it
      * on FACTRXO in the standard FACTOUT layouts: header, details,
      * trailer.  The request is one FACTRXQ record:
      *
      *   cols 1-8   run date CCYYMMDD of the night to resend
      *   col  9     detail order - "O" the original processing
      *              order (the default), "R" ascending request-id
      *              (the FACTPRM sorted-output order)
      *   cols 10-17 job name (blank = the job that last transmitted
      *              the consolidated FACTOUT on that date)
      *
      * The night's FACTXMT transmission record is the proof of what
      * was sent.  The rebuild is released - sealed with its trailer
      * - only when its detail count and hash total agree with that
      * record; otherwise FACTRXO is left without a trailer (an
      * unsealed FACTOUT must not be consumed), the disagreement is
      * printed on FACTRXP and the step ends return code 12.  A
      * forced rerun leaves two runs' rows on the trail under the
      * same date and job; the rows of the superseded earlier run
      * come first and are passed over so the rebuild is the file
      * the later FACTXMT record describes.
      *
      * A released rebuild appends its own FACTXMT record, typed "R"
      * (see FACTXMTL) with today's date as the date sent, so the
      * FACTACK reconciliation expects a second acknowledgement for
      * the night and gives it its own grace period.
      *
      * A per-source return file cut by FACTSPL is resent the same
      * way, by naming its own job on the request: its FACTXMT record
      * names the FACTOUT job it was cut from and its source system,
      * and the rebuild takes that job's audit rows for that source
      * only.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *   2026-10-15  AWM  Per-source return files: rebuilt from the
      *                    parent job's rows for the one source, the
      *                    details carry the source system and run
      *                    mode as FACTOUT now does, and a blank job
      *                    on the request means the consolidated
      *                    FACTOUT.
      *   2026-10-15  AWM  Void ("V") rows rebuilt as void details
      *                    and counted onto the trailer's void count.
      *   2026-10-15  AWM  Header run mode taken off the night's last
      *                    answer row: a void row carries the mode of
      *                    the answer it withdraws, which need not be
      *                    the night's.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTRTX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTRXQ ASSIGN TO FACTRXQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRXQ-STATUS.

            SELECT FACTXMT ASSIGN TO FACTXMT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTXMT-STATUS.

            SELECT FACTAUD ASSIGN TO FACTAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAUD-STATUS.

            SELECT FACTARC ASSIGN TO FACTARC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTARC-STATUS.

            SELECT FACTRXO ASSIGN TO FACTRXO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRXO-STATUS.

            SELECT FACTRXP ASSIGN TO FACTRXP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRXP-STATUS.

            SELECT FACT-RTX-SORT-FILE ASSIGN TO SORTWK.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTRXQ
            RECORDING MODE IS F.
        01  FACTRXQ-RECORD.
            05  RXQ-RUN-DATE            PIC X(08).
            05  RXQ-ORDER               PIC X(01).
            05  RXQ-JOB-NAME            PIC X(08).
            05  FILLER                  PIC X(63).

        FD  FACTXMT
            RECORDING MODE IS F.
        01  FACTXMT-RECORD              PIC X(80).

        FD  FACTAUD
            RECORDING MODE IS F.
        01  FACTAUD-RECORD              PIC X(80).

        FD  FACTARC
            RECORDING MODE IS F.
        01  FACTARC-RECORD              PIC X(80).

        FD  FACTRXO
            RECORDING MODE IS F.
        01  FACTRXO-RECORD              PIC X(80).

        FD  FACTRXP
            RECORDING MODE IS F.
        01  FACTRXP-LINE                PIC X(80).

      *----------------------------------------------------------------
      * SORT WORK - REBUILT DETAIL RECORDS IN THE FACTOUT LAYOUT,
      * KEYED ON THE REQUEST-ID.
      *----------------------------------------------------------------
        SD  FACT-RTX-SORT-FILE.
        01  FACT-RTX-SORT-RECORD.
            05  SD-REQUEST-ID           PIC X(08).
            05  FILLER                  PIC X(72).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTRECL, FACTAUDL AND
      * FACTXMTL.
      *----------------------------------------------------------------
           COPY FACTRECL.
           COPY FACTAUDL.
           COPY FACTXMTL.

        77  FACTRXQ-STATUS              PIC X(02).
        77  FACTXMT-STATUS              PIC X(02).
        77  FACTAUD-STATUS              PIC X(02).
        77  FACTARC-STATUS              PIC X(02).
        77  FACTRXO-STATUS              PIC X(02).
        77  FACTRXP-STATUS              PIC X(02).

        77  FACT-RTX-TODAY              PIC 9(08) VALUE 0.
        77  FACT-RTX-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-RTX-JOB-NAME           PIC X(08) VALUE SPACES.
        77  FACT-RTX-RUN-MODE           PIC X(01) VALUE "1".
        77  FACT-RTX-TRAIL-MODE         PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      * WHOSE AUDIT ROWS MAKE UP THE FILE - THE REQUESTED JOB'S OWN
      * FOR A CONSOLIDATED FACTOUT; FOR A PER-SOURCE RETURN FILE THE
      * PARENT FACTOUT JOB'S, FOR ITS ONE SOURCE SYSTEM.
      *----------------------------------------------------------------
        77  FACT-RTX-PARENT-JOB         PIC X(08) VALUE SPACES.
        77  FACT-RTX-AUD-JOB            PIC X(08) VALUE SPACES.
        77  FACT-RTX-AUD-SOURCE         PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------
      * THE NIGHT'S TRANSMISSION AS FACTXMT RECORDS IT - THE LAST
      * ORIGINAL RECORD FOR THE DATE AND JOB - AND HOW MANY ORIGINAL
      * RECORDS (MORE THAN ONE MEANS A FORCED RERUN) AND EARLIER
      * RETRANSMISSIONS THE HISTORY HOLDS FOR IT.
      *----------------------------------------------------------------
        77  FACT-RTX-XMT-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-RTX-XMT-OK             PIC 9(10) VALUE 0.
        77  FACT-RTX-XMT-ERR            PIC 9(10) VALUE 0.
        77  FACT-RTX-XMT-HASH           PIC 9(10) VALUE 0.
        77  FACT-RTX-XMT-ORIGINALS      PIC 9(05) VALUE 0.
        77  FACT-RTX-XMT-RESENDS        PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * AUDIT ROWS ON THE TRAIL FOR THE DATE AND JOB, HOW MANY OF
      * THE LEADING ONES BELONG TO A SUPERSEDED EARLIER RUN, AND HOW
      * MANY THE REBUILD HAS PASSED SO FAR.
      *----------------------------------------------------------------
        77  FACT-RTX-AUD-ROWS           PIC 9(10) VALUE 0.
        77  FACT-RTX-SKIP-ROWS          PIC 9(10) VALUE 0.
        77  FACT-RTX-SEEN-ROWS          PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * THE REBUILD'S OWN CONTROL TOTALS, KEPT EXACTLY AS FACTBAT
      * KEEPS THE TRAILER'S: EVERY DETAIL COUNTS, DUPLICATES TO
      * NEITHER OK NOR ERROR, VOIDS TO THEIR OWN COUNT, THE HASH THE
      * SUM OF THE RESULTS.
      *----------------------------------------------------------------
        77  FACT-RTX-OUT-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-RTX-OUT-OK             PIC 9(10) VALUE 0.
        77  FACT-RTX-OUT-ERR            PIC 9(10) VALUE 0.
        77  FACT-RTX-OUT-DUP            PIC 9(10) VALUE 0.
        77  FACT-RTX-OUT-VOID           PIC 9(10) VALUE 0.
        77  FACT-RTX-OUT-HASH           PIC 9(10) VALUE 0.

        01  FACT-RTX-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-RTX-EOF-YES             VALUE "Y".

        01  FACT-RTX-SORT-EOF-SW        PIC X(01) VALUE "N".
            88  FACT-RTX-SORT-EOF-YES        VALUE "Y".

        01  FACT-RTX-FATAL-SW           PIC X(01) VALUE "N".
            88  FACT-RTX-FATAL-YES           VALUE "Y".

        01  FACT-RTX-ROW-SW             PIC X(01) VALUE "N".
            88  FACT-RTX-ROW-KEPT            VALUE "Y".

        01  FACT-RTX-HDR-SW             PIC X(01) VALUE "N".
            88  FACT-RTX-HDR-WRITTEN         VALUE "Y".

        01  FACT-RTX-ORDER-SW           PIC X(01) VALUE "O".
            88  FACT-RTX-ORDER-ORIGINAL      VALUE "O".
            88  FACT-RTX-ORDER-REQUEST-ID    VALUE "R".

      *----------------------------------------------------------------
      * WHICH DATASET HOLDS THE NIGHT - THE LIVE TRAIL UNLESS THE
      * PURGE HAS ALREADY MOVED THE DATE TO THE ARCHIVE - SO ONE
      * READ PARAGRAPH SERVES BOTH.
      *----------------------------------------------------------------
        01  FACT-RTX-PHASE-SW           PIC X(01) VALUE "L".
            88  FACT-RTX-PHASE-LIVE          VALUE "L".
            88  FACT-RTX-PHASE-ARCHIVE       VALUE "A".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTRXP RETRANSMISSION REPORT.
      *----------------------------------------------------------------
        01  FACT-RTX-HDR-1.
            05  FILLER                  PIC X(34)
                VALUE "FACTOUT RETRANSMISSION - RUN DATE ".
            05  RTX-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(38) VALUE SPACES.

        01  FACT-RTX-REQUEST-LINE.
            05  FILLER                  PIC X(14)
                VALUE "NIGHT OF     ".
            05  RTX-REQ-RUN-DATE        PIC 9(08).
            05  FILLER                  PIC X(06) VALUE "  JOB ".
            05  RTX-REQ-JOB             PIC X(08).
            05  FILLER                  PIC X(08) VALUE "  ORDER ".
            05  RTX-REQ-ORDER           PIC X(11).
            05  FILLER                  PIC X(25) VALUE SPACES.

        01  FACT-RTX-FIGURE-LINE.
            05  RTX-FIG-LABEL           PIC X(10).
            05  FILLER                  PIC X(06) VALUE " COUNT".
            05  RTX-FIG-DETAILS         PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE " OK".
            05  RTX-FIG-OK              PIC Z(09)9.
            05  FILLER                  PIC X(04) VALUE " ERR".
            05  RTX-FIG-ERR             PIC Z(09)9.
            05  FILLER                  PIC X(05) VALUE " HASH".
            05  RTX-FIG-HASH            PIC 9(10).
            05  FILLER                  PIC X(12) VALUE SPACES.

        01  FACT-RTX-COUNT-LINE.
            05  RTX-CNT-LABEL           PIC X(44).
            05  RTX-CNT-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-RTX-NOTE-LINE.
            05  RTX-NOTE-TEXT           PIC X(80).

        PROCEDURE DIVISION.
           X-PARA.
           OPEN OUTPUT FACTRXP.
           IF FACTRXP-STATUS NOT = "00" THEN
               DISPLAY "FACTRTX - UNABLE TO OPEN FACTRXP - FILE STATUS "
                   FACTRXP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-RTX-TODAY FROM DATE YYYYMMDD.
           MOVE FACT-RTX-TODAY TO RTX-HDR-TODAY.
           WRITE FACTRXP-LINE FROM FACT-RTX-HDR-1.
           WRITE FACTRXP-LINE FROM SPACES.

           PERFORM X1-READ-REQUEST.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRXP
               STOP RUN
           END-IF.

           PERFORM X2-FIND-TRANSMISSION.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRXP
               STOP RUN
           END-IF.

           MOVE FACT-RTX-RUN-DATE TO RTX-REQ-RUN-DATE.
           MOVE FACT-RTX-JOB-NAME TO RTX-REQ-JOB.
           IF FACT-RTX-ORDER-REQUEST-ID THEN
               MOVE "REQUEST-ID" TO RTX-REQ-ORDER
           ELSE
               MOVE "ORIGINAL" TO RTX-REQ-ORDER
           END-IF.
           WRITE FACTRXP-LINE FROM FACT-RTX-REQUEST-LINE.
           WRITE FACTRXP-LINE FROM SPACES.

           PERFORM X4-COUNT-AUDIT-ROWS.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRXP
               STOP RUN
           END-IF.

           OPEN OUTPUT FACTRXO.
           IF FACTRXO-STATUS NOT = "00" THEN
               DISPLAY "FACTRTX - UNABLE TO OPEN FACTRXO - FILE STATUS "
                   FACTRXO-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FACTRXP
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * THE ORIGINAL ORDER IS THE TRAIL'S OWN ORDER AND IS WRITTEN
      * STRAIGHT THROUGH; REQUEST-ID ORDER GOES THROUGH THE SORT THE
      * SAME WAY FACTBAT'S SORTED-OUTPUT OPTION DOES, DUPLICATES
      * KEEPING THEIR ARRIVAL ORDER.
      *----------------------------------------------------------------
           IF FACT-RTX-ORDER-REQUEST-ID THEN
               SORT FACT-RTX-SORT-FILE
                   ON ASCENDING KEY SD-REQUEST-ID
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS X6-RELEASE-ROWS
                       THRU X6-RELEASE-EXIT
                   OUTPUT PROCEDURE IS X8-RETURN-SORTED
                       THRU X8-RETURN-EXIT
           ELSE
               PERFORM X5-REBUILD-DIRECT
           END-IF.

           IF FACT-RTX-FATAL-YES THEN
               MOVE "** REBUILD FAILED - AUDIT DATASET COULD NOT BE "
                   TO RTX-NOTE-TEXT
               MOVE "REOPENED - NOTHING RELEASED **"
                   TO RTX-NOTE-TEXT (48:30)
               WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               CLOSE FACTRXO
               CLOSE FACTRXP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM X10-JUDGE-REBUILD.

           CLOSE FACTRXO.
           CLOSE FACTRXP.
           STOP RUN.

      *----------------------------------------------------------------
      * X1-READ-REQUEST - THE ONE FACTRXQ RECORD, EDITED BEFORE
      * ANYTHING IS READ ON ITS SAY-SO.  A MISSING, EMPTY OR
      * MALFORMED REQUEST FAILS THE STEP.
      *----------------------------------------------------------------
           X1-READ-REQUEST.
           OPEN INPUT FACTRXQ.
           IF FACTRXQ-STATUS NOT = "00" THEN
               DISPLAY "FACTRTX - UNABLE TO OPEN FACTRXQ - FILE STATUS "
                   FACTRXQ-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FACTRXQ-RECORD
               READ FACTRXQ
                   AT END
                       DISPLAY "FACTRTX - FACTRXQ IS EMPTY - NOTHING "
                           "TO RETRANSMIT"
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE FACTRXQ
           END-IF.

           IF RETURN-CODE = 0 THEN
               IF RXQ-RUN-DATE IS NOT NUMERIC THEN
                   DISPLAY "FACTRTX - BAD RUN DATE ON FACTRXQ - '"
                       RXQ-RUN-DATE "' - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE RXQ-RUN-DATE TO FACT-RTX-RUN-DATE
                   MOVE RXQ-JOB-NAME TO FACT-RTX-JOB-NAME
                   IF RXQ-ORDER = SPACE THEN
                       SET FACT-RTX-ORDER-ORIGINAL TO TRUE
                   ELSE
                       MOVE RXQ-ORDER TO FACT-RTX-ORDER-SW
                   END-IF
                   IF NOT FACT-RTX-ORDER-ORIGINAL AND
                       NOT FACT-RTX-ORDER-REQUEST-ID THEN
                       DISPLAY "FACTRTX - BAD ORDER OPTION ON FACTRXQ "
                           "- '" RXQ-ORDER "' - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X2-FIND-TRANSMISSION - THE NIGHT'S FACTXMT RECORD.  WITH NO
      * JOB NAME ON THE REQUEST, A FIRST PASS TAKES THE JOB THAT
      * LAST TRANSMITTED A CONSOLIDATED FACTOUT ON THE DATE; THE
      * SECOND PASS LOADS THE FIGURES FOR THE DATE AND JOB.  WITHOUT
      * A TRANSMISSION RECORD THERE IS NOTHING TO PROVE A REBUILD
      * AGAINST, AND NOTHING IS RELEASED.
      *----------------------------------------------------------------
           X2-FIND-TRANSMISSION.
           IF FACT-RTX-JOB-NAME = SPACES THEN
               OPEN INPUT FACTXMT
               IF FACTXMT-STATUS NOT = "00" THEN
                   DISPLAY "FACTRTX - UNABLE TO OPEN FACTXMT - FILE "
                       "STATUS " FACTXMT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO FACT-RTX-EOF-SW
                   PERFORM X2A-PICK-ONE-JOB UNTIL FACT-RTX-EOF-YES
                   CLOSE FACTXMT
               END-IF
           END-IF.

           IF RETURN-CODE = 0 THEN
               OPEN INPUT FACTXMT
               IF FACTXMT-STATUS NOT = "00" THEN
                   DISPLAY "FACTRTX - UNABLE TO OPEN FACTXMT - FILE "
                       "STATUS " FACTXMT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO FACT-RTX-EOF-SW
                   PERFORM X2B-LOAD-ONE-XMT UNTIL FACT-RTX-EOF-YES
                   CLOSE FACTXMT
               END-IF
           END-IF.

           IF RETURN-CODE = 0 AND FACT-RTX-XMT-ORIGINALS = 0 THEN
               MOVE FACT-RTX-RUN-DATE TO RTX-REQ-RUN-DATE
               MOVE FACT-RTX-JOB-NAME TO RTX-REQ-JOB
               MOVE SPACES TO RTX-REQ-ORDER
               WRITE FACTRXP-LINE FROM FACT-RTX-REQUEST-LINE
               MOVE "** NO FACTXMT TRANSMISSION RECORD FOR THIS NIGHT "
                   TO RTX-NOTE-TEXT
               MOVE "- NOTHING RELEASED **" TO RTX-NOTE-TEXT (50:21)
               WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               DISPLAY "FACTRTX - NO TRANSMISSION RECORD FOR "
                   FACT-RTX-RUN-DATE " " FACT-RTX-JOB-NAME
                   " - RETRANSMISSION REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

           X2A-PICK-ONE-JOB.
           READ FACTXMT
               AT END
                   SET FACT-RTX-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-RTX-EOF-YES THEN
               MOVE FACTXMT-RECORD TO FACT-XMT-RECORD
               IF FACT-XMT-RUN-DATE = FACT-RTX-RUN-DATE AND
                   FACT-XMT-ORIGINAL AND FACT-XMT-CONSOLIDATED THEN
                   MOVE FACT-XMT-JOB-NAME TO FACT-RTX-JOB-NAME
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X2B-LOAD-ONE-XMT - A FORCED RERUN APPENDS A SECOND ORIGINAL
      * RECORD FOR THE SAME DATE AND JOB; THE LATER ONE DESCRIBES THE
      * FILE ACTUALLY SENT, SO THE LAST ONE READ WINS - THE SAME RULE
      * FACTACK APPLIES.
      *----------------------------------------------------------------
           X2B-LOAD-ONE-XMT.
           READ FACTXMT
               AT END
                   SET FACT-RTX-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-RTX-EOF-YES THEN
               MOVE FACTXMT-RECORD TO FACT-XMT-RECORD
               IF FACT-XMT-RUN-DATE = FACT-RTX-RUN-DATE AND
                   FACT-XMT-JOB-NAME = FACT-RTX-JOB-NAME THEN
                   IF FACT-XMT-RETRANS THEN
                       ADD 1 TO FACT-RTX-XMT-RESENDS
                   ELSE
                       ADD 1 TO FACT-RTX-XMT-ORIGINALS
                       MOVE FACT-XMT-DETAIL-COUNT
                           TO FACT-RTX-XMT-DETAILS
                       MOVE FACT-XMT-OK-COUNT TO FACT-RTX-XMT-OK
                       MOVE FACT-XMT-ERR-COUNT TO FACT-RTX-XMT-ERR
                       MOVE FACT-XMT-HASH-TOTAL TO FACT-RTX-XMT-HASH
                       MOVE FACT-XMT-PARENT-JOB TO FACT-RTX-PARENT-JOB
                       IF FACT-XMT-CONSOLIDATED THEN
                           MOVE FACT-XMT-JOB-NAME TO FACT-RTX-AUD-JOB
                           MOVE SPACES TO FACT-RTX-AUD-SOURCE
                       ELSE
                           MOVE FACT-XMT-PARENT-JOB TO FACT-RTX-AUD-JOB
                           MOVE FACT-XMT-SOURCE-SYS
                               TO FACT-RTX-AUD-SOURCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X4-COUNT-AUDIT-ROWS - HOW MANY ROWS THE LIVE TRAIL HOLDS FOR
      * THE NIGHT; NONE MEANS THE PURGE HAS TAKEN THE DATE, AND THE
      * ARCHIVE IS COUNTED INSTEAD.  THE LIVE TRAIL IS REQUIRED; A
      * SHOP THAT HAS NEVER PURGED HAS NO ARCHIVE YET, SO A MISSING
      * FACTARC IS LOGGED AND SKIPPED.  A NIGHT ON NEITHER IS
      * REFUSED.
      *----------------------------------------------------------------
           X4-COUNT-AUDIT-ROWS.
           SET FACT-RTX-PHASE-LIVE TO TRUE.
           OPEN INPUT FACTAUD.
           IF FACTAUD-STATUS NOT = "00" THEN
               DISPLAY "FACTRTX - UNABLE TO OPEN FACTAUD - FILE STATUS "
                   FACTAUD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO FACT-RTX-EOF-SW
               PERFORM X4A-COUNT-ONE-ROW UNTIL FACT-RTX-EOF-YES
               CLOSE FACTAUD
           END-IF.

           IF RETURN-CODE = 0 AND FACT-RTX-AUD-ROWS = 0 THEN
               SET FACT-RTX-PHASE-ARCHIVE TO TRUE
               OPEN INPUT FACTARC
               IF FACTARC-STATUS NOT = "00" THEN
                   DISPLAY "FACTRTX - FACTARC NOT AVAILABLE - FILE "
                       "STATUS " FACTARC-STATUS " - ARCHIVE SKIPPED"
               ELSE
                   MOVE "N" TO FACT-RTX-EOF-SW
                   PERFORM X4A-COUNT-ONE-ROW UNTIL FACT-RTX-EOF-YES
                   CLOSE FACTARC
               END-IF
           END-IF.

           IF RETURN-CODE = 0 THEN
               IF FACT-RTX-AUD-ROWS = 0 THEN
                   MOVE "** NO AUDIT ROWS FOR THIS NIGHT ON FACTAUD OR "
                       TO RTX-NOTE-TEXT
                   MOVE "FACTARC - NOTHING RELEASED **"
                       TO RTX-NOTE-TEXT (47:29)
                   WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
                   DISPLAY "FACTRTX - NO AUDIT ROWS FOR "
                       FACT-RTX-RUN-DATE " " FACT-RTX-JOB-NAME
                       " - RETRANSMISSION REFUSED"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF FACT-RTX-PHASE-LIVE THEN
                       MOVE "REBUILT FROM THE LIVE TRAIL (FACTAUD)"
                           TO RTX-NOTE-TEXT
                   ELSE
                       MOVE "REBUILT FROM THE ARCHIVE (FACTARC)"
                           TO RTX-NOTE-TEXT
                   END-IF
                   WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
                   MOVE "AUDIT ROWS FOR THE NIGHT" TO RTX-CNT-LABEL
                   MOVE FACT-RTX-AUD-ROWS TO RTX-CNT-VALUE
                   WRITE FACTRXP-LINE FROM FACT-RTX-COUNT-LINE
                   PERFORM X4B-SET-SKIP-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X4A-COUNT-ONE-ROW - ONE ROW OF THE COUNT.  THE RUN MODE OF
      * THE LAST KEPT ANSWER ROW IS KEPT FOR THE HEADER: A FORCED
      * RERUN'S ROWS FOLLOW THE SUPERSEDED RUN'S, SO THE LAST ROW IS
      * ALWAYS THE RUN THAT WENT OUT, AND A VOID ROW CARRIES THE
      * MODE OF THE ANSWER IT WITHDRAWS RATHER THAN THE NIGHT'S.
      *----------------------------------------------------------------
           X4A-COUNT-ONE-ROW.
           PERFORM X7-READ-ONE-ROW.
           IF NOT FACT-RTX-EOF-YES THEN
               PERFORM X13-TEST-ROW
               IF FACT-RTX-ROW-KEPT THEN
                   ADD 1 TO FACT-RTX-AUD-ROWS
                   IF NOT FACT-AUD-STATUS-VOID THEN
                       IF FACT-AUD-RUN-MODE = SPACE THEN
                           MOVE "1" TO FACT-RTX-TRAIL-MODE
                       ELSE
                           MOVE FACT-AUD-RUN-MODE
                               TO FACT-RTX-TRAIL-MODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X4B-SET-SKIP-ROWS - A TRAIL HOLDING MORE ROWS THAN THE
      * NIGHT SENT, WHEN FACTXMT SHOWS A FORCED RERUN, CARRIES THE
      * SUPERSEDED EARLIER RUN FIRST; ITS ROWS ARE PASSED OVER.  ANY
      * OTHER SURPLUS (A RESTART RE-APPENDING ROWS SINCE ITS LAST
      * CHECKPOINT) IS LEFT IN, AND THE COUNT CHECK REFUSES THE
      * REBUILD RATHER THAN GUESS WHICH ROWS WENT OUT.
      *----------------------------------------------------------------
           X4B-SET-SKIP-ROWS.
           MOVE 0 TO FACT-RTX-SKIP-ROWS.
           IF FACT-RTX-XMT-ORIGINALS > 1 AND
               FACT-RTX-AUD-ROWS > FACT-RTX-XMT-DETAILS THEN
               SUBTRACT FACT-RTX-XMT-DETAILS FROM FACT-RTX-AUD-ROWS
                   GIVING FACT-RTX-SKIP-ROWS
               MOVE "ROWS OF A SUPERSEDED EARLIER RUN PASSED OVER"
                   TO RTX-CNT-LABEL
               MOVE FACT-RTX-SKIP-ROWS TO RTX-CNT-VALUE
               WRITE FACTRXP-LINE FROM FACT-RTX-COUNT-LINE
           END-IF.
           IF FACT-RTX-XMT-RESENDS > 0 THEN
               MOVE "EARLIER RETRANSMISSIONS OF THIS NIGHT"
                   TO RTX-CNT-LABEL
               MOVE FACT-RTX-XMT-RESENDS TO RTX-CNT-VALUE
               WRITE FACTRXP-LINE FROM FACT-RTX-COUNT-LINE
           END-IF.
           WRITE FACTRXP-LINE FROM SPACES.

      *----------------------------------------------------------------
      * X5-REBUILD-DIRECT - ORIGINAL ORDER: ONE PASS OVER THE
      * DATASET HOLDING THE NIGHT, EACH KEPT ROW REBUILT AND WRITTEN
      * IN TURN.
      *----------------------------------------------------------------
           X5-REBUILD-DIRECT.
           PERFORM X3-OPEN-NIGHT-DATASET.
           IF NOT FACT-RTX-FATAL-YES THEN
               PERFORM X5A-REBUILD-ONE-ROW UNTIL FACT-RTX-EOF-YES
               PERFORM X3A-CLOSE-NIGHT-DATASET
           END-IF.

           X5A-REBUILD-ONE-ROW.
           PERFORM X7-READ-ONE-ROW.
           IF NOT FACT-RTX-EOF-YES THEN
               PERFORM X13-TEST-ROW
               IF FACT-RTX-ROW-KEPT THEN
                   ADD 1 TO FACT-RTX-SEEN-ROWS
                   IF FACT-RTX-SEEN-ROWS > FACT-RTX-SKIP-ROWS THEN
                       PERFORM X9-BUILD-DETAIL
                       PERFORM X12-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X3-OPEN-NIGHT-DATASET / X3A-CLOSE-NIGHT-DATASET - REOPEN
      * WHICHEVER DATASET THE COUNT FOUND THE NIGHT ON.
      *----------------------------------------------------------------
           X3-OPEN-NIGHT-DATASET.
           MOVE "N" TO FACT-RTX-EOF-SW.
           IF FACT-RTX-PHASE-LIVE THEN
               OPEN INPUT FACTAUD
               IF FACTAUD-STATUS NOT = "00" THEN
                   DISPLAY "FACTRTX - UNABLE TO REOPEN FACTAUD - FILE "
                       "STATUS " FACTAUD-STATUS
                   SET FACT-RTX-FATAL-YES TO TRUE
               END-IF
           ELSE
               OPEN INPUT FACTARC
               IF FACTARC-STATUS NOT = "00" THEN
                   DISPLAY "FACTRTX - UNABLE TO REOPEN FACTARC - FILE "
                       "STATUS " FACTARC-STATUS
                   SET FACT-RTX-FATAL-YES TO TRUE
               END-IF
           END-IF.

           X3A-CLOSE-NIGHT-DATASET.
           IF FACT-RTX-PHASE-LIVE THEN
               CLOSE FACTAUD
           ELSE
               CLOSE FACTARC
           END-IF.

      *----------------------------------------------------------------
      * X6-RELEASE-ROWS - SORT INPUT PROCEDURE FOR REQUEST-ID ORDER.
      * THE SAME PASS AS X5, RELEASING EACH REBUILT DETAIL TO THE
      * SORT INSTEAD OF WRITING IT.
      *----------------------------------------------------------------
           X6-RELEASE-ROWS.
           PERFORM X3-OPEN-NIGHT-DATASET.
           IF NOT FACT-RTX-FATAL-YES THEN
               PERFORM X6A-RELEASE-ONE-ROW UNTIL FACT-RTX-EOF-YES
               PERFORM X3A-CLOSE-NIGHT-DATASET
           END-IF.

           X6-RELEASE-EXIT.
           EXIT.

           X6A-RELEASE-ONE-ROW.
           PERFORM X7-READ-ONE-ROW.
           IF NOT FACT-RTX-EOF-YES THEN
               PERFORM X13-TEST-ROW
               IF FACT-RTX-ROW-KEPT THEN
                   ADD 1 TO FACT-RTX-SEEN-ROWS
                   IF FACT-RTX-SEEN-ROWS > FACT-RTX-SKIP-ROWS THEN
                       PERFORM X9-BUILD-DETAIL
                       MOVE FACT-OUTPUT-RECORD TO FACT-RTX-SORT-RECORD
                       RELEASE FACT-RTX-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X7-READ-ONE-ROW - READ ONE AUDIT ROW OFF WHICHEVER DATASET
      * IS IN HAND INTO FACT-AUDIT-RECORD.
      *----------------------------------------------------------------
           X7-READ-ONE-ROW.
           IF FACT-RTX-PHASE-LIVE THEN
               READ FACTAUD
                   AT END
                       SET FACT-RTX-EOF-YES TO TRUE
               END-READ
               IF NOT FACT-RTX-EOF-YES THEN
                   MOVE FACTAUD-RECORD TO FACT-AUDIT-RECORD
               END-IF
           ELSE
               READ FACTARC
                   AT END
                       SET FACT-RTX-EOF-YES TO TRUE
               END-READ
               IF NOT FACT-RTX-EOF-YES THEN
                   MOVE FACTARC-RECORD TO FACT-AUDIT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X8-RETURN-SORTED - SORT OUTPUT PROCEDURE; DRAIN THE SORTED
      * DETAILS ONTO FACTRXO.
      *----------------------------------------------------------------
           X8-RETURN-SORTED.
           IF NOT FACT-RTX-FATAL-YES THEN
               PERFORM X8A-RETURN-ONE-SORTED
                   UNTIL FACT-RTX-SORT-EOF-YES
           END-IF.

           X8-RETURN-EXIT.
           EXIT.

           X8A-RETURN-ONE-SORTED.
           RETURN FACT-RTX-SORT-FILE
               AT END
                   SET FACT-RTX-SORT-EOF-YES TO TRUE
           END-RETURN.

           IF NOT FACT-RTX-SORT-EOF-YES THEN
               MOVE FACT-RTX-SORT-RECORD TO FACT-OUTPUT-RECORD
               PERFORM X12-WRITE-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * X9-BUILD-DETAIL - ONE FACTOUT DETAIL RECORD BACK OUT OF THE
      * AUDIT ROW IN FACT-AUDIT-RECORD, AND ITS CONTRIBUTION TO THE
      * CONTROL TOTALS.  ROWS FROM BEFORE THE STATUS BYTE EXISTED
      * CARRY A SPACE AND WERE ANSWERS; ROWS FROM BEFORE THE WIDE
      * RESULT EXISTED CARRY SPACES AND THEIR RESULT IS THE DIGIT;
      * ROWS FROM BEFORE THE RUN MODE WAS KEPT WERE MODE "1".  THE
      * NIGHT'S HEADER CARRIED THE MODE THE COUNT FOUND ON ITS ANSWER
      * ROWS (X4A); A NIGHT OF NOTHING BUT VOIDS TAKES THE FIRST KEPT
      * ROW'S.
      *----------------------------------------------------------------
           X9-BUILD-DETAIL.
           MOVE FACT-AUD-REQUEST-ID TO FACT-OUT-REQUEST-ID.
           IF FACT-AUD-DIGIT IS NUMERIC THEN
               MOVE FACT-AUD-DIGIT TO FACT-OUT-DIGIT
           ELSE
               MOVE 0 TO FACT-OUT-DIGIT
           END-IF.
           IF FACT-AUD-STATUS = SPACE THEN
               SET FACT-OUT-STATUS-OK TO TRUE
           ELSE
               MOVE FACT-AUD-STATUS TO FACT-OUT-STATUS
           END-IF.
           MOVE FACT-AUD-ANSWER-SRC TO FACT-OUT-SOURCE.
           MOVE FACT-AUD-SOURCE-SYS TO FACT-OUT-SOURCE-SYS.
           MOVE FACT-AUD-RUN-MODE TO FACT-OUT-RUN-MODE.
           IF FACT-AUD-RESULT IS NUMERIC THEN
               MOVE FACT-AUD-RESULT TO FACT-OUT-RESULT
           ELSE
               MOVE FACT-OUT-DIGIT TO FACT-OUT-RESULT
           END-IF.

           IF FACT-RTX-OUT-DETAILS = 0 THEN
               EVALUATE TRUE
                   WHEN FACT-RTX-TRAIL-MODE NOT = SPACE
                       MOVE FACT-RTX-TRAIL-MODE TO FACT-RTX-RUN-MODE
                   WHEN FACT-AUD-RUN-MODE = SPACE
                       MOVE "1" TO FACT-RTX-RUN-MODE
                   WHEN OTHER
                       MOVE FACT-AUD-RUN-MODE TO FACT-RTX-RUN-MODE
               END-EVALUATE
           END-IF.

           ADD 1 TO FACT-RTX-OUT-DETAILS.
           EVALUATE TRUE
               WHEN FACT-OUT-STATUS-OK
                   ADD 1 TO FACT-RTX-OUT-OK
               WHEN FACT-OUT-STATUS-DUP
                   ADD 1 TO FACT-RTX-OUT-DUP
               WHEN FACT-OUT-STATUS-VOID
                   ADD 1 TO FACT-RTX-OUT-VOID
               WHEN OTHER
                   ADD 1 TO FACT-RTX-OUT-ERR
           END-EVALUATE.
           ADD FACT-OUT-RESULT TO FACT-RTX-OUT-HASH.

      *----------------------------------------------------------------
      * X12-WRITE-DETAIL - WRITE THE REBUILT DETAIL IN
      * FACT-OUTPUT-RECORD TO FACTRXO, LED BY THE HEADER THE FIRST
      * TIME THROUGH.
      *----------------------------------------------------------------
           X12-WRITE-DETAIL.
           IF NOT FACT-RTX-HDR-WRITTEN THEN
               MOVE "HDR" TO FACT-OHD-RECORD-TYPE
               MOVE FACT-RTX-RUN-DATE TO FACT-OHD-RUN-DATE
               MOVE FACT-RTX-RUN-MODE TO FACT-OHD-RUN-MODE
               MOVE FACT-RTX-JOB-NAME TO FACT-OHD-JOB-NAME
               MOVE SPACES TO FACTRXO-RECORD
               MOVE FACT-OUT-HEADER-RECORD TO FACTRXO-RECORD
               WRITE FACTRXO-RECORD
               SET FACT-RTX-HDR-WRITTEN TO TRUE
           END-IF.
           MOVE FACT-OUTPUT-RECORD TO FACTRXO-RECORD.
           WRITE FACTRXO-RECORD.

      *----------------------------------------------------------------
      * X10-JUDGE-REBUILD - THE REBUILD'S FIGURES AGAINST THE
      * NIGHT'S FACTXMT RECORD.  ONLY AN AGREEING COUNT AND HASH
      * TOTAL RELEASES THE FILE: THE RETRANSMISSION IS LOGGED TO
      * FACTXMT FIRST AND THE TRAILER WRITTEN AFTER, SO A FILE THAT
      * WENT OUT SEALED IS NEVER ONE FACTACK IS NOT EXPECTING.
      *----------------------------------------------------------------
           X10-JUDGE-REBUILD.
           MOVE "TRANSMIT" TO RTX-FIG-LABEL.
           MOVE FACT-RTX-XMT-DETAILS TO RTX-FIG-DETAILS.
           MOVE FACT-RTX-XMT-OK TO RTX-FIG-OK.
           MOVE FACT-RTX-XMT-ERR TO RTX-FIG-ERR.
           MOVE FACT-RTX-XMT-HASH TO RTX-FIG-HASH.
           WRITE FACTRXP-LINE FROM FACT-RTX-FIGURE-LINE.
           MOVE "REBUILT" TO RTX-FIG-LABEL.
           MOVE FACT-RTX-OUT-DETAILS TO RTX-FIG-DETAILS.
           MOVE FACT-RTX-OUT-OK TO RTX-FIG-OK.
           MOVE FACT-RTX-OUT-ERR TO RTX-FIG-ERR.
           MOVE FACT-RTX-OUT-HASH TO RTX-FIG-HASH.
           WRITE FACTRXP-LINE FROM FACT-RTX-FIGURE-LINE.
           WRITE FACTRXP-LINE FROM SPACES.

           IF FACT-RTX-OUT-DETAILS = FACT-RTX-XMT-DETAILS AND
               FACT-RTX-OUT-HASH = FACT-RTX-XMT-HASH THEN
               PERFORM X11-LOG-RETRANSMISSION
           ELSE
               IF FACT-RTX-OUT-DETAILS NOT = FACT-RTX-XMT-DETAILS THEN
                   MOVE "    DETAIL COUNTS DISAGREE" TO RTX-NOTE-TEXT
                   WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               END-IF
               IF FACT-RTX-OUT-HASH NOT = FACT-RTX-XMT-HASH THEN
                   MOVE "    HASH TOTALS DISAGREE" TO RTX-NOTE-TEXT
                   WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               END-IF
               MOVE "** REBUILD DOES NOT MATCH WHAT WAS SENT - NOT "
                   TO RTX-NOTE-TEXT
               MOVE "RELEASED, NO TRAILER WRITTEN **"
                   TO RTX-NOTE-TEXT (47:31)
               WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               DISPLAY "FACTRTX - REBUILD OF " FACT-RTX-RUN-DATE " "
                   FACT-RTX-JOB-NAME " DISAGREES WITH FACTXMT - "
                   "RETRANSMISSION REFUSED"
               MOVE 12 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * X11-LOG-RETRANSMISSION - APPEND THE "R" RECORD TO FACTXMT
      * AND SEAL FACTRXO.  A HISTORY THAT WILL NOT OPEN MEANS
      * FACTACK COULD NEVER MATCH THE SECOND ACKNOWLEDGEMENT, SO THE
      * FILE IS LEFT UNSEALED AND THE STEP FAILS.
      *----------------------------------------------------------------
           X11-LOG-RETRANSMISSION.
           OPEN EXTEND FACTXMT.
           IF FACTXMT-STATUS NOT = "00" THEN
               DISPLAY "FACTRTX - UNABLE TO OPEN FACTXMT - FILE "
                   "STATUS " FACTXMT-STATUS " - RETRANSMISSION NOT "
                   "RELEASED"
               MOVE "** FACTXMT WILL NOT OPEN - NOT RELEASED, NO "
                   TO RTX-NOTE-TEXT
               MOVE "TRAILER WRITTEN **" TO RTX-NOTE-TEXT (45:18)
               WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FACT-RTX-RUN-DATE TO FACT-XMT-RUN-DATE
               MOVE FACT-RTX-JOB-NAME TO FACT-XMT-JOB-NAME
               MOVE FACT-RTX-OUT-DETAILS TO FACT-XMT-DETAIL-COUNT
               MOVE FACT-RTX-OUT-OK TO FACT-XMT-OK-COUNT
               MOVE FACT-RTX-OUT-ERR TO FACT-XMT-ERR-COUNT
               MOVE FACT-RTX-OUT-HASH TO FACT-XMT-HASH-TOTAL
               SET FACT-XMT-RETRANS TO TRUE
               MOVE FACT-RTX-TODAY TO FACT-XMT-SENT-DATE
               MOVE FACT-RTX-PARENT-JOB TO FACT-XMT-PARENT-JOB
               MOVE FACT-RTX-AUD-SOURCE TO FACT-XMT-SOURCE-SYS
               MOVE SPACES TO FACTXMT-RECORD
               MOVE FACT-XMT-RECORD TO FACTXMT-RECORD
               WRITE FACTXMT-RECORD
               CLOSE FACTXMT

               MOVE "TRL" TO FACT-OTR-RECORD-TYPE
               MOVE FACT-RTX-OUT-DETAILS TO FACT-OTR-DETAIL-COUNT
               MOVE FACT-RTX-OUT-OK TO FACT-OTR-OK-COUNT
               MOVE FACT-RTX-OUT-ERR TO FACT-OTR-ERR-COUNT
               MOVE FACT-RTX-OUT-VOID TO FACT-OTR-VOID-COUNT
               MOVE FACT-RTX-OUT-HASH TO FACT-OTR-HASH-TOTAL
               MOVE SPACES TO FACTRXO-RECORD
               MOVE FACT-OUT-TRAILER-RECORD TO FACTRXO-RECORD
               WRITE FACTRXO-RECORD

               MOVE "REBUILD AGREES WITH FACTXMT - RELEASED AND LOGGED "
                   TO RTX-NOTE-TEXT
               MOVE "FOR A SECOND ACKNOWLEDGEMENT"
                   TO RTX-NOTE-TEXT (51:28)
               WRITE FACTRXP-LINE FROM FACT-RTX-NOTE-LINE
               DISPLAY "FACTRTX - " FACT-RTX-RUN-DATE " "
                   FACT-RTX-JOB-NAME " REBUILT AND RELEASED - "
                   FACT-RTX-OUT-DETAILS " DETAIL(S)"
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * X13-TEST-ROW - DOES THE AUDIT ROW IN FACT-AUDIT-RECORD BELONG
      * TO THE FILE BEING REBUILT: THE NIGHT'S DATE, THE JOB WHOSE
      * ROWS MAKE UP THE FILE, AND - FOR A PER-SOURCE RETURN FILE -
      * ITS SOURCE SYSTEM.
      *----------------------------------------------------------------
           X13-TEST-ROW.
           MOVE "N" TO FACT-RTX-ROW-SW.
           IF FACT-AUD-RUN-DATE = FACT-RTX-RUN-DATE AND
               FACT-AUD-JOB-ID = FACT-RTX-AUD-JOB THEN
               IF FACT-RTX-AUD-SOURCE = SPACES OR
                   FACT-AUD-SOURCE-SYS = FACT-RTX-AUD-SOURCE THEN
                   SET FACT-RTX-ROW-KEPT TO TRUE
               END-IF
           END-IF.
