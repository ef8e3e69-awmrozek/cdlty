      *   UNACKNOWLEDGED - a transmission older than the grace
      *                    period with no acknowledgement at all -
      *                    the silent-failure case this job exists
      *                    to catch.  The grace period is counted
      *                    in business days off the shop calendar
      *                    (FACTBDAY / FACTCAL), so a Friday night's
      *                    file is not overdue on Monday morning.
      *
      * Any MISMATCHED or UNACKNOWLEDGED line ends the step with
      * return code 12 so the discrepancy gets chased the same
      * morning.  Transmissions still inside the grace period are
      * reported as AWAITING and do not fail the step.
      *
      * A FACTRTX retransmission is its own FACTXMT record, typed "R",
      * for the same run date and job, and expects its own
      * acknowledgement: acknowledgements for a night are matched to
      * its transmissions in the order they arrive, and the resend's
      * grace period runs from the date it was sent.  Once a night has
      * been resent, the original transmission's MISMATCHED or
      * UNACKNOWLEDGED verdict is reported as RESENT and no longer
      * fails the step - the retransmission carries the check.
      *
      * The per-source return files FACTSPL cuts out of FACTOUT are
      * transmissions in their own right, each under its own job
      * name, and are matched to their own department's
      * acknowledgement like any other.  They were never a FACTBAT
      * run of their own, so the FACTSTA record that confirms one is
      * the run of the FACTOUT job it was cut from.
      *
      * Every result is also written to FACTAKS (see FACTOPSL), one
      * record per transmission, for the FACTOPS morning status
      * report.  The whole history is reconciled on every run, so
      * FACTAKS is rewritten each time as a snapshot; a FACTAKS that
      * will not open is logged and the reconciliation goes on.
      *
      * Modification history:
      *   2026-09-02  AWM  Original program.
      *   2026-10-15  AWM  FACTRTX retransmissions: each gets its own
      *                    slot and its own acknowledgement, measured
      *                    against its sent date; an acknowledgement
      *                    goes to the night's first unacknowledged
      *                    slot; a resent original no longer fails the
      *                    step; RETRANS marks the resend's lines.
      *   2026-10-15  AWM  Per-source return files confirmed against
      *                    the FACTSTA run of their parent FACTOUT job.
      *   2026-10-15  AWM  Grace period counted in business days from
      *                    the shop calendar (FACTBDAY) instead of
      *                    calendar days.
      *   2026-10-15  AWM  Each transmission's result written to the
      *                    FACTAKS status snapshot for the FACTOPS
      *                    report.
      *   2026-10-15  AWM  Transmission table raised to 4000 slots -
      *                    the per-source return files and the
      *                    retransmissions put several FACTXMT
      *                    records on every night.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTACK.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAKR-STATUS.

            SELECT FACTAKS ASSIGN TO FACTAKS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAKS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTACK
            RECORDING MODE IS F.
        01  FACTAKR-LINE                PIC X(80).

      *----------------------------------------------------------------
      * FACTAKS - THE RESULT SNAPSHOT (SEE COPYBOOK FACTOPSL).
      *----------------------------------------------------------------
        FD  FACTAKS
            RECORDING MODE IS F.
        01  FACTAKS-RECORD              PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTXMTL, FACTSTAL AND
      * FACTOPSL.
      *----------------------------------------------------------------
           COPY FACTXMTL.
           COPY FACTSTAL.
           COPY FACTBDYL.
           COPY FACTOPSL.

        77  FACTACK-STATUS              PIC X(02).
        77  FACTXMT-STATUS              PIC X(02).
        77  FACTSTA-STATUS              PIC X(02).
        77  FACTAKR-STATUS              PIC X(02).
        77  FACTAKS-STATUS              PIC X(02).

      *----------------------------------------------------------------
      * GRACE PERIOD - A TRANSMISSION MORE THAN THIS MANY BUSINESS
      * DAYS OLD WITH NO ACKNOWLEDGEMENT IS A FAILURE, NOT A DELAY;
      * ONE EXACTLY THIS MANY BUSINESS DAYS OLD IS STILL ONLY
      * AWAITING.  WEEKENDS AND HOLIDAYS DO NOT COUNT.
      *----------------------------------------------------------------
        77  FACT-AKR-GRACE-DAYS         PIC 9(03) VALUE 2.
        77  FACT-AKR-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-AKR-MISMATCH-COUNT     PIC 9(05) VALUE 0.
        77  FACT-AKR-UNACK-COUNT        PIC 9(05) VALUE 0.
        77  FACT-AKR-AWAIT-COUNT        PIC 9(05) VALUE 0.
        77  FACT-AKR-RESENT-COUNT       PIC 9(05) VALUE 0.
        77  FACT-AKR-XMT-USED           PIC 9(04) COMP VALUE 0.
        77  FACT-AKR-XMT-SUB            PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * THE LOADED TRANSMISSION HISTORY.  A NIGHT SENDS AT MOST
      * SEVEN FILES - THE CONSOLIDATED FACTOUT, ONE PER ROUTED SOURCE
      * (FIVE AT MOST) AND A RETRANSMISSION - SO 4000 SLOTS IS OVER
      * A YEAR AND A HALF OF HISTORY.  NO JOB TRIMS FACTXMT; A FULLER
      * HISTORY FAILS THE RUN RATHER THAN RECONCILING BLIND, AND THE
      * OLDEST TRANSMISSIONS MUST THEN BE TAKEN OFF BY HAND.
      *----------------------------------------------------------------
        01  FACT-AKR-XMT-TABLE.
            05  FACT-AKR-XMT-ENTRY OCCURS 4000 TIMES.
                10  AKR-XMT-RUN-DATE    PIC 9(08).
                10  AKR-XMT-JOB-NAME    PIC X(08).
                10  AKR-XMT-STATS-JOB   PIC X(08).
                10  AKR-XMT-DETAILS     PIC 9(10).
                10  AKR-XMT-HASH        PIC 9(10).
                10  AKR-XMT-ACKED-SW    PIC X(01).
                    88  AKR-XMT-ACKED        VALUE "Y".
                10  AKR-XMT-STATS-SW    PIC X(01).
                    88  AKR-XMT-HAS-STATS    VALUE "Y".
                10  AKR-XMT-RETRANS-SW  PIC X(01).
                    88  AKR-XMT-IS-RETRANS   VALUE "Y".
                10  AKR-XMT-RESENT-SW   PIC X(01).
                    88  AKR-XMT-WAS-RESENT   VALUE "Y".
                10  AKR-XMT-SENT-DATE   PIC 9(08).

        01  FACT-AKR-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-AKR-EOF-YES             VALUE "Y".
        01  FACT-AKR-FOUND-SW           PIC X(01) VALUE "N".
            88  FACT-AKR-FOUND-YES           VALUE "Y".

        01  FACT-AKR-AKS-OPEN-SW        PIC X(01) VALUE "N".
            88  FACT-AKR-AKS-OPEN-YES        VALUE "Y".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTAKR RECONCILIATION REPORT.
      *----------------------------------------------------------------
            05  AKR-DET-SENT            PIC Z(09)9.
            05  FILLER                  PIC X(06) VALUE "  RCVD".
            05  AKR-DET-RCVD            PIC Z(09)9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AKR-DET-XMIT            PIC X(07).
            05  FILLER                  PIC X(07) VALUE SPACES.

        01  FACT-AKR-NOTE-LINE.
            05  AKR-NOTE-TEXT           PIC X(80).
            05  FILLER                  PIC X(12)
                VALUE "  AWAITING ".
            05  AKR-TOT-AWAIT           PIC Z(04)9.
            05  FILLER                  PIC X(09) VALUE "  RESENT ".
            05  AKR-TOT-RESENT          PIC Z(04)9.
            05  FILLER                  PIC X(03) VALUE SPACES.

        PROCEDURE DIVISION.
           K-PARA.
           END-IF.

           ACCEPT FACT-AKR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "SB" TO FACT-BDY-FUNCTION.
           MOVE FACT-AKR-RUN-DATE TO FACT-BDY-DATE.
           MOVE FACT-AKR-GRACE-DAYS TO FACT-BDY-DAYS.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               COMPUTE FACT-AKR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-AKR-RUN-DATE)
                   - FACT-AKR-GRACE-DAYS
               COMPUTE FACT-AKR-GRACE-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-AKR-DATE-INT)
           ELSE
               MOVE FACT-BDY-RESULT-DATE TO FACT-AKR-GRACE-DATE
           END-IF.

           MOVE FACT-AKR-RUN-DATE TO AKR-HDR-RUN-DATE.
           MOVE FACT-AKR-GRACE-DATE TO AKR-HDR-GRACE.
               CLOSE FACTAKR
               STOP RUN
           END-IF.

           OPEN OUTPUT FACTAKS.
           IF FACTAKS-STATUS NOT = "00" THEN
               DISPLAY "FACTACK - UNABLE TO OPEN FACTAKS - FILE STATUS "
                   FACTAKS-STATUS " - RESULTS NOT RECORDED"
           ELSE
               SET FACT-AKR-AKS-OPEN-YES TO TRUE
           END-IF.
           PERFORM K2-MARK-STATS-RECORDS.
           PERFORM K3-MATCH-ACKNOWLEDGEMENTS.
           PERFORM K6-SWEEP-UNACKNOWLEDGED.
           MOVE FACT-AKR-MISMATCH-COUNT TO AKR-TOT-MISMATCHED.
           MOVE FACT-AKR-UNACK-COUNT TO AKR-TOT-UNACK.
           MOVE FACT-AKR-AWAIT-COUNT TO AKR-TOT-AWAIT.
           MOVE FACT-AKR-RESENT-COUNT TO AKR-TOT-RESENT.
           WRITE FACTAKR-LINE FROM FACT-AKR-TOTAL-LINE.

           IF FACT-AKR-MISMATCH-COUNT > 0 OR
               DISPLAY "FACTACK - ALL TRANSMISSIONS RECONCILED"
           END-IF.

           IF FACT-AKR-AKS-OPEN-YES THEN
               CLOSE FACTAKS
           END-IF.
           CLOSE FACTAKR.
           STOP RUN.

      * SUPERSEDES THE EARLIER ONE IN PLACE - THE TABLE HOLDS ONE
      * SLOT PER (RUN DATE, JOB), ALWAYS THE LATEST FIGURES, AND THE
      * STALE TRANSMISSION NEITHER FALSE-MISMATCHES THE ACK NOR
      * SWEEPS OUT UNACKNOWLEDGED.  A RETRANSMISSION ("R") IS A
      * FURTHER FILE SENT, NOT A CORRECTION OF THE RECORD: IT ALWAYS
      * TAKES A SLOT OF ITS OWN AND MARKS THE NIGHT'S EARLIER SLOTS
      * RESENT.  RECORDS FROM BEFORE THE SENT DATE WAS KEPT WENT OUT
      * ON THEIR RUN DATE.
      *----------------------------------------------------------------
           K1A-LOAD-ONE-XMT.
           READ FACTXMT
               MOVE FACTXMT-RECORD TO FACT-XMT-RECORD
               MOVE "N" TO FACT-AKR-FOUND-SW
               MOVE 1 TO FACT-AKR-XMT-SUB
               IF NOT FACT-XMT-RETRANS THEN
                   PERFORM K1B-FIND-EXISTING-KEY
                       UNTIL FACT-AKR-FOUND-YES
                       OR FACT-AKR-XMT-SUB > FACT-AKR-XMT-USED
               END-IF
               IF NOT FACT-AKR-FOUND-YES AND
                   FACT-AKR-XMT-USED >= 4000 THEN
                   DISPLAY "FACTACK - FACTXMT CARRIES OVER 4000 "
                       "TRANSMISSIONS - TRIM THE HISTORY - RUN "
                       "REFUSED"
                   MOVE 16 TO RETURN-CODE
                   IF NOT FACT-AKR-FOUND-YES THEN
                       ADD 1 TO FACT-AKR-XMT-USED
                       MOVE FACT-AKR-XMT-USED TO FACT-AKR-XMT-SUB
                       MOVE "N" TO AKR-XMT-RESENT-SW (FACT-AKR-XMT-SUB)
                   END-IF
                   MOVE FACT-XMT-RUN-DATE
                       TO AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   MOVE FACT-XMT-JOB-NAME
                       TO AKR-XMT-JOB-NAME (FACT-AKR-XMT-SUB)
                   IF FACT-XMT-CONSOLIDATED THEN
                       MOVE FACT-XMT-JOB-NAME
                           TO AKR-XMT-STATS-JOB (FACT-AKR-XMT-SUB)
                   ELSE
                       MOVE FACT-XMT-PARENT-JOB
                           TO AKR-XMT-STATS-JOB (FACT-AKR-XMT-SUB)
                   END-IF
                   MOVE FACT-XMT-DETAIL-COUNT
                       TO AKR-XMT-DETAILS (FACT-AKR-XMT-SUB)
                   MOVE FACT-XMT-HASH-TOTAL
                       TO AKR-XMT-HASH (FACT-AKR-XMT-SUB)
                   MOVE "N" TO AKR-XMT-ACKED-SW (FACT-AKR-XMT-SUB)
                   MOVE "N" TO AKR-XMT-STATS-SW (FACT-AKR-XMT-SUB)
                   IF FACT-XMT-SENT-DATE IS NUMERIC AND
                       FACT-XMT-SENT-DATE > 0 THEN
                       MOVE FACT-XMT-SENT-DATE
                           TO AKR-XMT-SENT-DATE (FACT-AKR-XMT-SUB)
                   ELSE
                       MOVE FACT-XMT-RUN-DATE
                           TO AKR-XMT-SENT-DATE (FACT-AKR-XMT-SUB)
                   END-IF
                   IF FACT-XMT-RETRANS THEN
                       MOVE "Y" TO AKR-XMT-RETRANS-SW (FACT-AKR-XMT-SUB)
                       MOVE 1 TO FACT-AKR-XMT-SUB
                       PERFORM K1C-MARK-ONE-RESENT
                           UNTIL FACT-AKR-XMT-SUB >= FACT-AKR-XMT-USED
                   ELSE
                       MOVE "N" TO AKR-XMT-RETRANS-SW (FACT-AKR-XMT-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * K1B-FIND-EXISTING-KEY - IS THIS (RUN DATE, JOB) ALREADY IN
      * THE TABLE AS A NIGHT'S OWN TRANSMISSION?
      *----------------------------------------------------------------
           K1B-FIND-EXISTING-KEY.
           IF AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   = FACT-XMT-RUN-DATE AND
               AKR-XMT-JOB-NAME (FACT-AKR-XMT-SUB)
                   = FACT-XMT-JOB-NAME AND
               NOT AKR-XMT-IS-RETRANS (FACT-AKR-XMT-SUB) THEN
               SET FACT-AKR-FOUND-YES TO TRUE
           ELSE
               ADD 1 TO FACT-AKR-XMT-SUB
           END-IF.

      *----------------------------------------------------------------
      * K1C-MARK-ONE-RESENT - THE RETRANSMISSION JUST LOADED INTO
      * THE LAST SLOT SUPERSEDES EVERY EARLIER SLOT FOR ITS NIGHT.
      *----------------------------------------------------------------
           K1C-MARK-ONE-RESENT.
           IF AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   = FACT-XMT-RUN-DATE AND
               AKR-XMT-JOB-NAME (FACT-AKR-XMT-SUB)
                   = FACT-XMT-JOB-NAME THEN
               MOVE "Y" TO AKR-XMT-RESENT-SW (FACT-AKR-XMT-SUB)
           END-IF.
           ADD 1 TO FACT-AKR-XMT-SUB.

      *----------------------------------------------------------------
      * K2-MARK-STATS-RECORDS - ONE PASS OVER THE FACTSTA RUN
      * HISTORY, MARKING EVERY TRANSMISSION WHOSE RUN DATE AND JOB
      * THE STATISTICS CONFIRM - FOR A PER-SOURCE RETURN FILE, THE
      * JOB OF THE FACTOUT IT WAS CUT FROM.  A MISSING FACTSTA IS
      * LOGGED AND EVERY TRANSMISSION SIMPLY STAYS UNCONFIRMED.
      *----------------------------------------------------------------
           K2-MARK-STATS-RECORDS.
           OPEN INPUT FACTSTA.
           K2B-MARK-ONE-SLOT.
           IF AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   = FACT-STA-RUN-DATE AND
               AKR-XMT-STATS-JOB (FACT-AKR-XMT-SUB)
                   = FACT-STA-JOB-ID THEN
               MOVE "Y" TO AKR-XMT-STATS-SW (FACT-AKR-XMT-SUB)
           END-IF.

      *----------------------------------------------------------------
      * K4B-MATCH-EDITED-ACK - THE ACK PASSED ITS EDITS; FIND THE
      * TRANSMISSION IT NAMES AND JUDGE IT.  A NIGHT THAT WAS
      * RETRANSMITTED HAS A SLOT PER FILE SENT, SO THE ACK GOES TO
      * THE NIGHT'S FIRST SLOT NOT YET ACKNOWLEDGED; ONE MORE ACK
      * THAN FILES SENT IS JUDGED AGAINST THE FIRST SLOT, AS BEFORE.
      *----------------------------------------------------------------
           K4B-MATCH-EDITED-ACK.
           MOVE "N" TO FACT-AKR-FOUND-SW.
           MOVE 1 TO FACT-AKR-XMT-SUB.
           PERFORM K4C-FIND-UNACKED-SLOT
               UNTIL FACT-AKR-FOUND-YES
               OR FACT-AKR-XMT-SUB > FACT-AKR-XMT-USED.
           IF NOT FACT-AKR-FOUND-YES THEN
               MOVE 1 TO FACT-AKR-XMT-SUB
               PERFORM K4A-FIND-ONE-SLOT
                   UNTIL FACT-AKR-FOUND-YES
                   OR FACT-AKR-XMT-SUB > FACT-AKR-XMT-USED
           END-IF.

           IF NOT FACT-AKR-FOUND-YES THEN
               MOVE "** ACK NAMES A TRANSMISSION WE NEVER SENT **"
               MOVE FACT-ACK-JOB-NAME TO AKR-DET-JOB
               MOVE 0 TO AKR-DET-SENT
               MOVE FACT-ACK-DETAIL-COUNT TO AKR-DET-RCVD
               MOVE SPACES TO AKR-DET-XMIT
               WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
               ADD 1 TO FACT-AKR-MISMATCH-COUNT
               MOVE SPACES TO FACT-AKS-RECORD
               MOVE FACT-ACK-RUN-DATE TO FACT-AKS-RUN-DATE
               MOVE FACT-ACK-JOB-NAME TO FACT-AKS-JOB-NAME
               MOVE 0 TO FACT-AKS-SENT-DATE
               MOVE FACT-ACK-JOB-NAME TO FACT-AKS-FACTOUT-JOB
               SET FACT-AKS-MISMATCHED TO TRUE
               MOVE 0 TO FACT-AKS-SENT-COUNT
               MOVE FACT-ACK-DETAIL-COUNT TO FACT-AKS-RCVD-COUNT
               MOVE FACT-AKR-RUN-DATE TO FACT-AKS-CHECK-DATE
               PERFORM K8-WRITE-STATUS
           ELSE
               PERFORM K5-JUDGE-ONE-MATCH
           END-IF.
               ADD 1 TO FACT-AKR-XMT-SUB
           END-IF.

           K4C-FIND-UNACKED-SLOT.
           IF AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   = FACT-ACK-RUN-DATE AND
               AKR-XMT-JOB-NAME (FACT-AKR-XMT-SUB)
                   = FACT-ACK-JOB-NAME AND
               NOT AKR-XMT-ACKED (FACT-AKR-XMT-SUB) THEN
               SET FACT-AKR-FOUND-YES TO TRUE
           ELSE
               ADD 1 TO FACT-AKR-XMT-SUB
           END-IF.

      *----------------------------------------------------------------
      * K5-JUDGE-ONE-MATCH - THE ACKNOWLEDGEMENT AGAINST THE
      * TRANSMISSION IT NAMES: DETAIL COUNT, HASH TOTAL, AND THE
      * FACTSTA CONFIRMATION.  A MISMATCH ON A TRANSMISSION THAT
      * HAS SINCE BEEN RESENT IS PRINTED BUT COUNTED RESENT - THE
      * RETRANSMISSION'S OWN ACKNOWLEDGEMENT DECIDES THE NIGHT.
      *----------------------------------------------------------------
           K5-JUDGE-ONE-MATCH.
           MOVE "Y" TO AKR-XMT-ACKED-SW (FACT-AKR-XMT-SUB).
           MOVE FACT-ACK-JOB-NAME TO AKR-DET-JOB.
           MOVE AKR-XMT-DETAILS (FACT-AKR-XMT-SUB) TO AKR-DET-SENT.
           MOVE FACT-ACK-DETAIL-COUNT TO AKR-DET-RCVD.
           PERFORM K7-SET-XMIT-MARK.
           PERFORM K8A-FILL-STATUS.
           MOVE FACT-ACK-DETAIL-COUNT TO FACT-AKS-RCVD-COUNT.

           IF FACT-ACK-DETAIL-COUNT
                   = AKR-XMT-DETAILS (FACT-AKR-XMT-SUB) AND
               MOVE "  MATCHED    " TO AKR-DET-TAG
               WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
               ADD 1 TO FACT-AKR-MATCH-COUNT
               SET FACT-AKS-MATCHED TO TRUE
           ELSE
               MOVE "  MISMATCHED " TO AKR-DET-TAG
               WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
                       TO AKR-NOTE-TEXT
                   WRITE FACTAKR-LINE FROM FACT-AKR-NOTE-LINE
               END-IF
               IF AKR-XMT-WAS-RESENT (FACT-AKR-XMT-SUB) THEN
                   MOVE "    RESENT SINCE - THE RETRANSMISSION CARRIES "
                       TO AKR-NOTE-TEXT
                   MOVE "THE CHECK" TO AKR-NOTE-TEXT (47:9)
                   WRITE FACTAKR-LINE FROM FACT-AKR-NOTE-LINE
                   ADD 1 TO FACT-AKR-RESENT-COUNT
                   SET FACT-AKS-RESENT TO TRUE
               ELSE
                   ADD 1 TO FACT-AKR-MISMATCH-COUNT
                   SET FACT-AKS-MISMATCHED TO TRUE
                   DISPLAY "FACTACK - MISMATCH ON " FACT-ACK-RUN-DATE
                       " " FACT-ACK-JOB-NAME
               END-IF
           END-IF.
           PERFORM K8-WRITE-STATUS.

      *----------------------------------------------------------------
      * K6-SWEEP-UNACKNOWLEDGED - EVERY TRANSMISSION NOBODY
      * ACKNOWLEDGED: OLDER THAN THE GRACE PERIOD IT IS A FAILURE,
      * INSIDE IT IT IS MERELY AWAITING.  AGE RUNS FROM THE DATE THE
      * FILE WAS SENT, SO A RETRANSMISSION GETS A FULL GRACE PERIOD
      * OF ITS OWN; A TRANSMISSION SINCE RESENT IS PRINTED RESENT AND
      * LEFT TO THE RETRANSMISSION.
      *----------------------------------------------------------------
           K6-SWEEP-UNACKNOWLEDGED.
           MOVE 1 TO FACT-AKR-XMT-SUB.
               MOVE AKR-XMT-DETAILS (FACT-AKR-XMT-SUB)
                   TO AKR-DET-SENT
               MOVE 0 TO AKR-DET-RCVD
               PERFORM K7-SET-XMIT-MARK
               PERFORM K8A-FILL-STATUS
               MOVE 0 TO FACT-AKS-RCVD-COUNT
               EVALUATE TRUE
                   WHEN AKR-XMT-WAS-RESENT (FACT-AKR-XMT-SUB)
                       MOVE "  RESENT     " TO AKR-DET-TAG
                       WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
                       ADD 1 TO FACT-AKR-RESENT-COUNT
                       SET FACT-AKS-RESENT TO TRUE
                   WHEN AKR-XMT-SENT-DATE (FACT-AKR-XMT-SUB)
                       < FACT-AKR-GRACE-DATE
                       MOVE "  UNACKNOWLGD" TO AKR-DET-TAG
                       WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
                       ADD 1 TO FACT-AKR-UNACK-COUNT
                       SET FACT-AKS-UNACKED TO TRUE
                       DISPLAY "FACTACK - UNACKNOWLEDGED TRANSMISSION "
                           AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
                   WHEN OTHER
                       MOVE "  AWAITING   " TO AKR-DET-TAG
                       WRITE FACTAKR-LINE FROM FACT-AKR-DETAIL-LINE
                       ADD 1 TO FACT-AKR-AWAIT-COUNT
                       SET FACT-AKS-AWAITING TO TRUE
               END-EVALUATE
               PERFORM K8-WRITE-STATUS
           END-IF.
           ADD 1 TO FACT-AKR-XMT-SUB.

      *----------------------------------------------------------------
      * K7-SET-XMIT-MARK - A RETRANSMISSION'S DETAIL LINE SAYS SO.
      *----------------------------------------------------------------
           K7-SET-XMIT-MARK.
           IF AKR-XMT-IS-RETRANS (FACT-AKR-XMT-SUB) THEN
               MOVE "RETRANS" TO AKR-DET-XMIT
           ELSE
               MOVE SPACES TO AKR-DET-XMIT
           END-IF.

      *----------------------------------------------------------------
      * K8A-FILL-STATUS - THE FACTAKS RECORD FOR THE TRANSMISSION IN
      * SLOT FACT-AKR-XMT-SUB; THE CALLER SETS THE RESULT AND THE
      * RECEIVED COUNT.
      *----------------------------------------------------------------
           K8A-FILL-STATUS.
           MOVE SPACES TO FACT-AKS-RECORD.
           MOVE AKR-XMT-RUN-DATE (FACT-AKR-XMT-SUB)
               TO FACT-AKS-RUN-DATE.
           MOVE AKR-XMT-JOB-NAME (FACT-AKR-XMT-SUB)
               TO FACT-AKS-JOB-NAME.
           IF AKR-XMT-IS-RETRANS (FACT-AKR-XMT-SUB) THEN
               SET FACT-AKS-RETRANS TO TRUE
           END-IF.
           MOVE AKR-XMT-SENT-DATE (FACT-AKR-XMT-SUB)
               TO FACT-AKS-SENT-DATE.
           MOVE AKR-XMT-STATS-JOB (FACT-AKR-XMT-SUB)
               TO FACT-AKS-FACTOUT-JOB.
           MOVE AKR-XMT-DETAILS (FACT-AKR-XMT-SUB)
               TO FACT-AKS-SENT-COUNT.
           MOVE FACT-AKR-RUN-DATE TO FACT-AKS-CHECK-DATE.

      *----------------------------------------------------------------
      * K8-WRITE-STATUS - ONE RESULT ONTO THE FACTAKS SNAPSHOT.
      *----------------------------------------------------------------
           K8-WRITE-STATUS.
           IF FACT-AKR-AKS-OPEN-YES THEN
               MOVE FACT-AKS-RECORD TO FACTAKS-RECORD
               WRITE FACTAKS-RECORD
           END-IF.
