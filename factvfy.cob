      *****************************************************************
      * PROGRAM-ID. FACTVFY
      *
      * Integrity sweep of the FACTMST request master.  Once a request
      * is on the master, FACTBAT answers every repeat straight from
      * the stored record (source "M") and never recomputes it, so a
      * bad FACTMTN CORRECT or a damaged record would otherwise be
      * served downstream forever.  This job reads the whole master
      * and, for every record:
      *
      *   - independently recomputes the answer for the record's
      *     FACT-MST-VALUE under its FACT-MST-RUN-MODE (mode "1"
      *     through the LASTFACTORIALDIGIT subprogram, modes "2" and
      *     "3" with their own copies of the FACTBAT algorithms) and
      *     checks it against FACT-MST-DIGIT and, where the record
      *     carries one, FACT-MST-RESULT;
      *   - checks the value, run mode, hit count and first / last
      *     served dates against the answered rows FACTAUD (and the
      *     FACTARC archive the FACTPRG purge cuts to) holds for the
      *     request-id.  The audit rows are sorted by request-id and
      *     run date / time and matched against the master in key
      *     order.  Walking a request's answered rows oldest first,
      *     a row whose value or run mode differs from the one before
      *     starts a new answer (FACTBAT recomputes a stale record and
      *     resets its first date and hit count) and every other row
      *     is one more hit, so the figures left at the end are the
      *     ones the master should hold.  Error ("E") and duplicate
      *     ("D") rows never touch the master and are left out.  A
      *     void ("V") row marks the current answer voided as of its
      *     run date without being a hit, and the next answered row
      *     after it is a fresh compute, which FACTBAT posts live
      *     again - so the master's void flag and date are checked
      *     too.
      *
      * The first-served date is stamped off the clock when FACTBAT
      * posts the record but the audit row carries the run date, so
      * a run that crossed midnight legitimately leaves the master's
      * first date one day after the audit's; anything else is an
      * exception.  Records from before the last-served stamp
      * existed carry no last date and skip that one check.  Audit
      * rows for a request-id no longer on the master (a FACTMTN
      * PURGE or DELETE) are counted but are not exceptions.
      *
      * A run mode "2" answer is recomputed from the nearest point
      * on the FACTLNZ lookup (see FACTLNZL), as FACTBAT does, and a
      * record that would still cost more factors than FACTBAT's own
      * FACTPRM limit is not recomputed - it is listed as such and
      * its stored answer is left unchecked, so one large record
      * cannot hold the sweep for hours.  Without FACTLNZ every
      * value starts from 1; without FACTPRM the limit is FACTBAT's
      * compiled default.
      *
      * Every mismatch prints on the FACTVFP exceptions report with
      * the stored and the expected figure; any exception at all
      * ends the step with return code 8 so the scheduler flags the
      * master for attention before a customer finds it.  Records
      * left unrecomputed, with no exception anywhere, end it with
      * return code 4.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *   2026-10-15  AWM  Void ("V") audit rows folded into the
      *                    history and the master's void flag and
      *                    void date checked against them.
      *   2026-10-15  AWM  Run mode "2" recompute starts from the
      *                    nearest FACTLNZ point as FACTBAT does, and
      *                    a record costing more factors than the
      *                    FACTPRM limit is reported not recomputed
      *                    instead of holding the sweep; factor
      *                    widened so the largest value cannot
      *                    overflow it.
      *   2026-10-15  AWM  VOID DATE exception prints the stored void
      *                    date itself rather than bytes one off it.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTVFY.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTMST ASSIGN TO FACTMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FACTMST-KEY
                FILE STATUS IS FACTMST-STATUS.

            SELECT FACTAUD ASSIGN TO FACTAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTAUD-STATUS.

            SELECT FACTARC ASSIGN TO FACTARC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTARC-STATUS.

            SELECT FACTVFP ASSIGN TO FACTVFP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTVFP-STATUS.

            SELECT FACTPRM ASSIGN TO FACTPRM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTPRM-STATUS.

            SELECT FACTLNZ ASSIGN TO FACTLNZ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTLNZ-STATUS.

            SELECT FACT-VFY-SORT-FILE ASSIGN TO SORTWK.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTMST
            RECORD CONTAINS 80 CHARACTERS.
        01  FACTMST-RECORD.
            05  FACTMST-KEY             PIC X(08).
            05  FILLER                  PIC X(72).

        FD  FACTAUD
            RECORDING MODE IS F.
        01  FACTAUD-RECORD              PIC X(80).

        FD  FACTARC
            RECORDING MODE IS F.
        01  FACTARC-RECORD              PIC X(80).

        FD  FACTVFP
            RECORDING MODE IS F.
        01  FACTVFP-LINE                PIC X(80).

      *----------------------------------------------------------------
      * FACTPRM - FACTBAT'S RUN-CONTROL PARAMETERS (SEE COPYBOOK
      * FACTPRML), READ FOR THE RUN MODE "2" COST LIMIT ONLY.
      *----------------------------------------------------------------
        FD  FACTPRM
            RECORDING MODE IS F.
        01  FACTPRM-RECORD              PIC X(80).

      *----------------------------------------------------------------
      * FACTLNZ - THE LAST-NONZERO-DIGIT LOOKUP (SEE COPYBOOK
      * FACTLNZL), READ INTO CORE AT STARTUP.
      *----------------------------------------------------------------
        FD  FACTLNZ
            RECORDING MODE IS F.
        01  FACTLNZ-RECORD              PIC X(80).

      *----------------------------------------------------------------
      * SORT WORK - THE ANSWERED AUDIT ROWS IN THE FACTAUDL LAYOUT,
      * KEYED ON THE REQUEST-ID AND THEN THE RUN DATE AND TIME.
      *----------------------------------------------------------------
        SD  FACT-VFY-SORT-FILE.
        01  FACT-VFY-SORT-RECORD.
            05  SD-RUN-DATE             PIC 9(08).
            05  SD-RUN-TIME             PIC 9(08).
            05  FILLER                  PIC X(08).
            05  SD-REQUEST-ID           PIC X(08).
            05  FILLER                  PIC X(48).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * REQUEST-MASTER, AUDIT, RUN-CONTROL AND LOOKUP RECORD
      * LAYOUTS - SEE COPYBOOKS FACTMSTL, FACTAUDL, FACTPRML AND
      * FACTLNZL.
      *----------------------------------------------------------------
           COPY FACTMSTL.
           COPY FACTAUDL.
           COPY FACTPRML.
           COPY FACTLNZL.

        77  FACTMST-STATUS              PIC X(02).
        77  FACTAUD-STATUS              PIC X(02).
        77  FACTARC-STATUS              PIC X(02).
        77  FACTVFP-STATUS              PIC X(02).
        77  FACTPRM-STATUS              PIC X(02).
        77  FACTLNZ-STATUS              PIC X(02).

        77  FACT-VFY-RUN-DATE           PIC 9(08) VALUE 0.
        77  FACT-VFY-AUD-READ           PIC 9(10) VALUE 0.
        77  FACT-VFY-AUD-SORTED         PIC 9(10) VALUE 0.
        77  FACT-VFY-MST-READ           PIC 9(10) VALUE 0.
        77  FACT-VFY-MST-FLAGGED        PIC 9(10) VALUE 0.
        77  FACT-VFY-EXC-COUNT          PIC 9(10) VALUE 0.
        77  FACT-VFY-ORPHAN-COUNT       PIC 9(10) VALUE 0.
        77  FACT-VFY-UNVERIFIED         PIC 9(10) VALUE 0.

        01  FACT-VFY-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-VFY-EOF-YES             VALUE "Y".

        01  FACT-VFY-SORT-EOF-SW        PIC X(01) VALUE "N".
            88  FACT-VFY-SORT-EOF-YES        VALUE "Y".

        01  FACT-VFY-FATAL-SW           PIC X(01) VALUE "N".
            88  FACT-VFY-FATAL-YES           VALUE "Y".

        01  FACT-VFY-FLAGGED-SW         PIC X(01) VALUE "N".
            88  FACT-VFY-FLAGGED-YES         VALUE "Y".

        01  FACT-VFY-OVER-LIMIT-SW      PIC X(01) VALUE "N".
            88  FACT-VFY-OVER-LIMIT-YES      VALUE "Y".

      *----------------------------------------------------------------
      * WHICH DATASET THE SORT INPUT IS READING - THE LIVE TRAIL
      * FIRST, THEN THE ARCHIVE - SO ONE READ PARAGRAPH SERVES BOTH.
      *----------------------------------------------------------------
        01  FACT-VFY-PHASE-SW           PIC X(01) VALUE "L".
            88  FACT-VFY-PHASE-LIVE          VALUE "L".
            88  FACT-VFY-PHASE-ARCHIVE       VALUE "A".

      *----------------------------------------------------------------
      * MATCH KEYS.  EACH SIDE GOES TO HIGH-VALUES AT END OF FILE SO
      * THE MATCH LOOP DRAINS WHICHEVER SIDE IS LEFT WITHOUT A
      * SPECIAL CASE.  FACT-VFY-AUD-KEY IS THE ROW JUST RETURNED OFF
      * THE SORT; FACT-VFY-GRP-KEY IS THE REQUEST-ID WHOSE ROWS ARE
      * SUMMED IN THE GROUP FIELDS BELOW.
      *----------------------------------------------------------------
        77  FACT-VFY-MST-KEY            PIC X(08) VALUE LOW-VALUES.
        77  FACT-VFY-AUD-KEY            PIC X(08) VALUE LOW-VALUES.
        77  FACT-VFY-GRP-KEY            PIC X(08) VALUE LOW-VALUES.

      *----------------------------------------------------------------
      * ONE REQUEST-ID'S ANSWERED HISTORY, AS THE MASTER SHOULD HOLD
      * IT - THE VALUE AND MODE OF THE CURRENT ANSWER, THE HITS
      * SINCE IT WAS LAST COMPUTED, AND ITS FIRST / LAST RUN DATES.
      * THE MODE STAYS SPACES WHILE ONLY ROWS FROM BEFORE THE AUDIT
      * CARRIED A RUN MODE HAVE BEEN SEEN.  THE VOID SWITCH AND DATE
      * ARE SET BY A VOID ROW AND CLEARED BY THE NEXT ANSWER.
      *----------------------------------------------------------------
        77  FACT-VFY-GRP-VALUE          PIC 9(10) VALUE 0.
        77  FACT-VFY-GRP-MODE           PIC X(01) VALUE SPACE.
        77  FACT-VFY-GRP-HITS           PIC 9(10) VALUE 0.
        77  FACT-VFY-GRP-FIRST-DATE     PIC 9(08) VALUE 0.
        77  FACT-VFY-GRP-LAST-DATE      PIC 9(08) VALUE 0.
        77  FACT-VFY-GRP-NEXT-DATE      PIC 9(08) VALUE 0.
        77  FACT-VFY-GRP-VOID-DATE      PIC 9(08) VALUE 0.

        01  FACT-VFY-GRP-VOID-SW        PIC X(01) VALUE SPACE.
            88  FACT-VFY-GRP-VOIDED          VALUE "V".

        77  FACT-VFY-VOID-STORED        PIC X(06) VALUE SPACES.
        77  FACT-VFY-VOID-EXPECTED      PIC X(06) VALUE SPACES.
        77  FACT-VFY-DATE-INT           PIC 9(08) COMP VALUE 0.

      *----------------------------------------------------------------
      * RECOMPUTE WORK FIELDS.  USERINP IS THE VALUE UNDER TEST;
      * THE NZ FIELDS CARRY THE RUN MODE 2 PRODUCT AND THE TZ FIELDS
      * THE RUN MODE 3 POWERS OF 5, EXACTLY AS IN FACTBAT.  THE
      * FACTOR IS ONE DIGIT WIDER THAN THE VALUE SO THE LOOP CAN STEP
      * PAST THE LARGEST ONE.
      *----------------------------------------------------------------
        77  USERINP                     PIC 9(10).
        77  FACT-VFY-DIGIT              PIC 9(01) VALUE 0.
        77  FACT-VFY-RESULT             PIC 9(10) VALUE 0.
        77  FACT-NZ-ACC                 PIC 9(18) COMP.
        77  FACT-NZ-FACTOR              PIC 9(11) COMP.
        77  FACT-NZ-QUOT                PIC 9(18) COMP.
        77  FACT-NZ-REM                 PIC 9(01) COMP.

      *----------------------------------------------------------------
      * THE FACTLNZ LOOKUP IN CORE, AS IN FACTBAT - THE ACCUMULATOR
      * AT EACH POINT, ENTRY K STANDING AT VALUE K x FACT-LNZ-STEP.
      * FACT-NZ-TARGET IS THE VALUE S19 FINDS THE START FOR, AND
      * FACT-NZ-COST THE FACTORS LEFT TO MULTIPLY FROM THERE; A
      * RECORD COSTING MORE THAN FACT-NZ-LIMIT (ZERO = NO LIMIT) IS
      * NOT RECOMPUTED.  THE LIMIT DEFAULTS AS IN FACTBAT.
      *----------------------------------------------------------------
        01  FACT-LNZ-TABLE.
            05  FACT-LNZ-POINT-ACC      PIC 9(08) OCCURS 10000 TIMES.

        77  FACT-LNZ-LOADED             PIC 9(05) COMP VALUE 0.
        77  FACT-LNZ-STEP               PIC 9(10) VALUE 0.
        77  FACT-LNZ-QUOT               PIC 9(10) COMP VALUE 0.
        77  FACT-LNZ-SUB                PIC 9(05) COMP VALUE 0.
        77  FACT-LNZ-EXPECT             PIC 9(15) COMP VALUE 0.
        77  FACT-LNZ-REM                PIC 9(01) COMP VALUE 0.
        77  FACT-NZ-TARGET              PIC 9(10) VALUE 0.
        77  FACT-NZ-COST                PIC 9(10) VALUE 0.
        77  FACT-NZ-LIMIT               PIC 9(10) VALUE 100000000.

        01  FACT-LNZ-EOF-SW              PIC X(01) VALUE "N".
            88  FACT-LNZ-EOF-YES              VALUE "Y".
        77  FACT-TZ-DIVISOR             PIC 9(18) COMP.
        77  FACT-TZ-QUOT                PIC 9(10) COMP.

        01  FACT-VFY-EDIT-STORED        PIC Z(09)9.
        01  FACT-VFY-EDIT-EXPECTED      PIC Z(09)9.

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTVFP EXCEPTIONS REPORT.
      *----------------------------------------------------------------
        01  FACT-VFY-HDR-1.
            05  FILLER                  PIC X(36)
                VALUE "FACTMST INTEGRITY SWEEP - RUN DATE  ".
            05  VFY-HDR-RUN-DATE        PIC 9(08).
            05  FILLER                  PIC X(36) VALUE SPACES.

        01  FACT-VFY-COLUMN-HDGS.
            05  FILLER                  PIC X(08) VALUE "REQST-ID".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(28) VALUE "CHECK".
            05  FILLER                  PIC X(12) VALUE "    STORED  ".
            05  FILLER                  PIC X(10) VALUE "  EXPECTED".
            05  FILLER                  PIC X(20) VALUE SPACES.

        01  FACT-VFY-EXCEPTION-LINE.
            05  VFY-EXC-REQUEST-ID      PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  VFY-EXC-CHECK           PIC X(28).
            05  VFY-EXC-STORED          PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  VFY-EXC-EXPECTED        PIC X(10).
            05  FILLER                  PIC X(20) VALUE SPACES.

        01  FACT-VFY-TOTAL-LINE.
            05  VFY-TOTAL-TITLE         PIC X(30).
            05  VFY-TOTAL-COUNT         PIC Z(09)9.
            05  FILLER                  PIC X(40) VALUE SPACES.

        01  FACT-VFY-VERDICT-LINE.
            05  VFY-VERDICT-TEXT        PIC X(60).
            05  FILLER                  PIC X(20) VALUE SPACES.

        PROCEDURE DIVISION.
           S-PARA.
           OPEN OUTPUT FACTVFP.
           IF FACTVFP-STATUS NOT = "00" THEN
               DISPLAY "FACTVFY - UNABLE TO OPEN FACTVFP - FILE STATUS "
                   FACTVFP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FACTMST.
           IF FACTMST-STATUS NOT = "00" THEN
               DISPLAY "FACTVFY - UNABLE TO OPEN FACTMST - FILE STATUS "
                   FACTMST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FACTVFP
               STOP RUN
           END-IF.

           ACCEPT FACT-VFY-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FACT-VFY-RUN-DATE TO VFY-HDR-RUN-DATE.
           WRITE FACTVFP-LINE FROM FACT-VFY-HDR-1.
           WRITE FACTVFP-LINE FROM SPACES.
           WRITE FACTVFP-LINE FROM FACT-VFY-COLUMN-HDGS.

           PERFORM S17-READ-NZ-LIMIT.
           PERFORM S18-LOAD-NZ-LOOKUP.

           SORT FACT-VFY-SORT-FILE
               ON ASCENDING KEY SD-REQUEST-ID
                                SD-RUN-DATE
                                SD-RUN-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS S1-RELEASE-AUDIT
                   THRU S1-RELEASE-EXIT
               OUTPUT PROCEDURE IS S3-SWEEP-MASTER
                   THRU S3-SWEEP-EXIT.

           IF FACT-VFY-FATAL-YES THEN
               MOVE "** SWEEP NOT RUN - FACTAUD COULD NOT BE OPENED **"
                   TO VFY-VERDICT-TEXT
               WRITE FACTVFP-LINE FROM FACT-VFY-VERDICT-LINE
               CLOSE FACTMST
               CLOSE FACTVFP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM S20-PRINT-TOTALS.

           CLOSE FACTMST.
           CLOSE FACTVFP.
           DISPLAY "FACTVFY - " FACT-VFY-MST-READ " MASTER RECORD(S) "
               "SWEPT - " FACT-VFY-EXC-COUNT " EXCEPTION(S) ON "
               FACT-VFY-MST-FLAGGED " RECORD(S)".
           IF FACT-VFY-UNVERIFIED > 0 THEN
               DISPLAY "FACTVFY - " FACT-VFY-UNVERIFIED " MODE 2 "
                   "RECORD(S) OVER THE COST LIMIT - NOT RECOMPUTED"
           END-IF.
           EVALUATE TRUE
               WHEN FACT-VFY-EXC-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN FACT-VFY-UNVERIFIED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------
      * S1-RELEASE-AUDIT - SORT INPUT PROCEDURE.  RELEASE EVERY
      * ANSWERED ROW OFF THE LIVE TRAIL AND THEN THE ARCHIVE.  THE
      * LIVE TRAIL IS REQUIRED - WITHOUT IT EVERY RECORD WOULD LOOK
      * WRONG; A SHOP THAT HAS NEVER PURGED HAS NO ARCHIVE YET, SO A
      * MISSING FACTARC IS LOGGED AND SKIPPED.
      *----------------------------------------------------------------
           S1-RELEASE-AUDIT.
           SET FACT-VFY-PHASE-LIVE TO TRUE.
           OPEN INPUT FACTAUD.
           IF FACTAUD-STATUS NOT = "00" THEN
               DISPLAY "FACTVFY - UNABLE TO OPEN FACTAUD - FILE STATUS "
                   FACTAUD-STATUS
               SET FACT-VFY-FATAL-YES TO TRUE
           ELSE
               MOVE "N" TO FACT-VFY-EOF-SW
               PERFORM S2-RELEASE-ONE-ROW UNTIL FACT-VFY-EOF-YES
               CLOSE FACTAUD
           END-IF.

           IF NOT FACT-VFY-FATAL-YES THEN
               SET FACT-VFY-PHASE-ARCHIVE TO TRUE
               OPEN INPUT FACTARC
               IF FACTARC-STATUS NOT = "00" THEN
                   DISPLAY "FACTVFY - FACTARC NOT AVAILABLE - FILE "
                       "STATUS " FACTARC-STATUS " - ARCHIVE SKIPPED"
               ELSE
                   MOVE "N" TO FACT-VFY-EOF-SW
                   PERFORM S2-RELEASE-ONE-ROW UNTIL FACT-VFY-EOF-YES
                   CLOSE FACTARC
               END-IF
           END-IF.

           S1-RELEASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * S2-RELEASE-ONE-ROW - READ ONE AUDIT ROW OFF WHICHEVER DATASET
      * IS IN HAND AND RELEASE IT TO THE SORT IF IT WAS AN ANSWER.
      * ROWS FROM BEFORE THE STATUS BYTE EXISTED CARRY A SPACE AND
      * WERE ANSWERS.
      *----------------------------------------------------------------
           S2-RELEASE-ONE-ROW.
           IF FACT-VFY-PHASE-LIVE THEN
               READ FACTAUD
                   AT END
                       SET FACT-VFY-EOF-YES TO TRUE
               END-READ
               IF NOT FACT-VFY-EOF-YES THEN
                   MOVE FACTAUD-RECORD TO FACT-AUDIT-RECORD
               END-IF
           ELSE
               READ FACTARC
                   AT END
                       SET FACT-VFY-EOF-YES TO TRUE
               END-READ
               IF NOT FACT-VFY-EOF-YES THEN
                   MOVE FACTARC-RECORD TO FACT-AUDIT-RECORD
               END-IF
           END-IF.

           IF NOT FACT-VFY-EOF-YES THEN
               ADD 1 TO FACT-VFY-AUD-READ
               IF NOT FACT-AUD-STATUS-ERROR AND
                   FACT-AUD-STATUS NOT = "D" THEN
                   MOVE FACT-AUDIT-RECORD TO FACT-VFY-SORT-RECORD
                   RELEASE FACT-VFY-SORT-RECORD
                   ADD 1 TO FACT-VFY-AUD-SORTED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * S3-SWEEP-MASTER - SORT OUTPUT PROCEDURE.  A CLASSIC MATCH OF
      * THE MASTER (READ IN KEY ORDER) AGAINST THE SORTED AUDIT ROWS
      * GROUPED BY REQUEST-ID.  NOTHING TO DO IF THE INPUT SIDE
      * COULD NOT OPEN THE TRAIL.
      *----------------------------------------------------------------
           S3-SWEEP-MASTER.
           IF NOT FACT-VFY-FATAL-YES THEN
               PERFORM S4-RETURN-ONE-ROW
               PERFORM S5-BUILD-AUDIT-GROUP
               PERFORM S7-READ-ONE-MASTER
               PERFORM S8-MATCH-ONE-KEY
                   UNTIL FACT-VFY-MST-KEY = HIGH-VALUES
                   AND FACT-VFY-GRP-KEY = HIGH-VALUES
           END-IF.

           S3-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * S4-RETURN-ONE-ROW - TAKE THE NEXT AUDIT ROW OFF THE SORT.
      *----------------------------------------------------------------
           S4-RETURN-ONE-ROW.
           RETURN FACT-VFY-SORT-FILE
               AT END
                   SET FACT-VFY-SORT-EOF-YES TO TRUE
           END-RETURN.

           IF FACT-VFY-SORT-EOF-YES THEN
               MOVE HIGH-VALUES TO FACT-VFY-AUD-KEY
           ELSE
               MOVE FACT-VFY-SORT-RECORD TO FACT-AUDIT-RECORD
               MOVE FACT-AUD-REQUEST-ID TO FACT-VFY-AUD-KEY
           END-IF.

      *----------------------------------------------------------------
      * S5-BUILD-AUDIT-GROUP - SUM UP EVERY ROW FOR THE REQUEST-ID
      * SITTING IN FACT-VFY-AUD-KEY, LEAVING THE FIRST ROW OF THE
      * NEXT REQUEST-ID (OR HIGH-VALUES) BEHIND IT.
      *----------------------------------------------------------------
           S5-BUILD-AUDIT-GROUP.
           MOVE FACT-VFY-AUD-KEY TO FACT-VFY-GRP-KEY.
           MOVE 0 TO FACT-VFY-GRP-VALUE.
           MOVE SPACE TO FACT-VFY-GRP-MODE.
           MOVE 0 TO FACT-VFY-GRP-HITS.
           MOVE 0 TO FACT-VFY-GRP-FIRST-DATE.
           MOVE 0 TO FACT-VFY-GRP-LAST-DATE.
           MOVE SPACE TO FACT-VFY-GRP-VOID-SW.
           MOVE 0 TO FACT-VFY-GRP-VOID-DATE.
           IF FACT-VFY-GRP-KEY NOT = HIGH-VALUES THEN
               PERFORM S6-ADD-ONE-ROW
                   UNTIL FACT-VFY-AUD-KEY NOT = FACT-VFY-GRP-KEY
           END-IF.

      *----------------------------------------------------------------
      * S6-ADD-ONE-ROW - FOLD ONE ANSWERED ROW INTO THE GROUP.  A
      * CHANGE OF VALUE, OR OF RUN MODE WHERE BOTH SIDES CARRY ONE,
      * IS A FRESH COMPUTE AND RESTARTS THE HIT COUNT AND FIRST DATE
      * THE WAY FACTBAT'S B9-POST-MASTER DOES; SO IS ANY ANSWER TO A
      * VOIDED REQUEST, WHICH FACTBAT NEVER SERVES FROM THE MASTER.
      * A VOID ROW ONLY MARKS THE ANSWER VOIDED.
      *----------------------------------------------------------------
           S6-ADD-ONE-ROW.
           IF FACT-AUD-STATUS-VOID THEN
               SET FACT-VFY-GRP-VOIDED TO TRUE
               MOVE FACT-AUD-RUN-DATE TO FACT-VFY-GRP-VOID-DATE
           ELSE
               IF FACT-VFY-GRP-HITS = 0 OR
                   FACT-VFY-GRP-VOIDED OR
                   FACT-AUD-VALUE NOT = FACT-VFY-GRP-VALUE OR
                   (FACT-AUD-RUN-MODE NOT = SPACE AND
                    FACT-VFY-GRP-MODE NOT = SPACE AND
                    FACT-AUD-RUN-MODE NOT = FACT-VFY-GRP-MODE) THEN
                   MOVE FACT-AUD-VALUE TO FACT-VFY-GRP-VALUE
                   MOVE FACT-AUD-RUN-MODE TO FACT-VFY-GRP-MODE
                   MOVE 1 TO FACT-VFY-GRP-HITS
                   MOVE FACT-AUD-RUN-DATE TO FACT-VFY-GRP-FIRST-DATE
                   MOVE SPACE TO FACT-VFY-GRP-VOID-SW
                   MOVE 0 TO FACT-VFY-GRP-VOID-DATE
               ELSE
                   ADD 1 TO FACT-VFY-GRP-HITS
                   IF FACT-VFY-GRP-MODE = SPACE THEN
                       MOVE FACT-AUD-RUN-MODE TO FACT-VFY-GRP-MODE
                   END-IF
               END-IF
               MOVE FACT-AUD-RUN-DATE TO FACT-VFY-GRP-LAST-DATE
           END-IF.
           PERFORM S4-RETURN-ONE-ROW.

      *----------------------------------------------------------------
      * S7-READ-ONE-MASTER - NEXT MASTER RECORD IN KEY ORDER.
      *----------------------------------------------------------------
           S7-READ-ONE-MASTER.
           READ FACTMST
               AT END
                   MOVE HIGH-VALUES TO FACT-VFY-MST-KEY
           END-READ.

           IF FACT-VFY-MST-KEY NOT = HIGH-VALUES THEN
               MOVE FACTMST-RECORD TO FACT-MASTER-RECORD
               MOVE FACT-MST-REQUEST-ID TO FACT-VFY-MST-KEY
               ADD 1 TO FACT-VFY-MST-READ
           END-IF.

      *----------------------------------------------------------------
      * S8-MATCH-ONE-KEY - ADVANCE WHICHEVER SIDE HOLDS THE LOWER
      * KEY.  A MASTER RECORD IS ALWAYS CHECKED, WITH OR WITHOUT
      * AUDIT HISTORY; AN AUDIT GROUP WITH NO MASTER RECORD IS A
      * PURGED OR DELETED REQUEST AND IS ONLY COUNTED.
      *----------------------------------------------------------------
           S8-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN FACT-VFY-MST-KEY < FACT-VFY-GRP-KEY
                   PERFORM S9-CHECK-ONE-MASTER
                   PERFORM S7-READ-ONE-MASTER
               WHEN FACT-VFY-MST-KEY = FACT-VFY-GRP-KEY
                   PERFORM S9-CHECK-ONE-MASTER
                   PERFORM S7-READ-ONE-MASTER
                   PERFORM S5-BUILD-AUDIT-GROUP
               WHEN OTHER
                   ADD 1 TO FACT-VFY-ORPHAN-COUNT
                   PERFORM S5-BUILD-AUDIT-GROUP
           END-EVALUATE.

      *----------------------------------------------------------------
      * S9-CHECK-ONE-MASTER - EVERY CHECK AGAINST THE RECORD IN
      * FACT-MASTER-RECORD.  THE GROUP FIELDS HOLD ITS AUDIT HISTORY
      * WHEN FACT-VFY-GRP-KEY MATCHES IT.
      *----------------------------------------------------------------
           S9-CHECK-ONE-MASTER.
           MOVE "N" TO FACT-VFY-FLAGGED-SW.
           PERFORM S11-RECOMPUTE-ANSWER.

           IF FACT-VFY-GRP-KEY NOT = FACT-MST-REQUEST-ID OR
               FACT-VFY-GRP-HITS = 0 THEN
               MOVE "NO ANSWERED AUDIT ROWS" TO VFY-EXC-CHECK
               MOVE SPACES TO VFY-EXC-STORED
               MOVE SPACES TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           ELSE
               PERFORM S12-CHECK-AUDIT-HISTORY
           END-IF.

           IF FACT-VFY-FLAGGED-YES THEN
               ADD 1 TO FACT-VFY-MST-FLAGGED
           END-IF.

      *----------------------------------------------------------------
      * S10-FLAG-EXCEPTION - PRINT ONE EXCEPTION LINE FOR THE
      * CURRENT MASTER RECORD.  THE CALLER HAS FILLED IN THE CHECK
      * NAME AND THE STORED / EXPECTED FIGURES.
      *----------------------------------------------------------------
           S10-FLAG-EXCEPTION.
           MOVE FACT-MST-REQUEST-ID TO VFY-EXC-REQUEST-ID.
           WRITE FACTVFP-LINE FROM FACT-VFY-EXCEPTION-LINE.
           ADD 1 TO FACT-VFY-EXC-COUNT.
           SET FACT-VFY-FLAGGED-YES TO TRUE.

      *----------------------------------------------------------------
      * S11-RECOMPUTE-ANSWER - WORK THE ANSWER OUT AFRESH FOR THE
      * STORED VALUE AND RUN MODE AND HOLD IT UP AGAINST THE STORED
      * DIGIT AND, WHERE THE RECORD CARRIES ONE, THE STORED RESULT.
      * A VALUE OR MODE THAT COULD NEVER HAVE COME OUT OF FACTBAT IS
      * AN EXCEPTION ON ITS OWN AND CANNOT BE RECOMPUTED.  STORED
      * FIGURES THAT ARE NOT EVEN NUMERIC PRINT AS RAW BYTES.  A RUN
      * MODE 2 VALUE OVER THE COST LIMIT IS LISTED AND COUNTED, NOT
      * RECOMPUTED, AND ITS STORED ANSWER IS LEFT UNCHECKED.
      *----------------------------------------------------------------
           S11-RECOMPUTE-ANSWER.
           MOVE "N" TO FACT-VFY-OVER-LIMIT-SW.
           IF FACT-MST-VALUE IS NUMERIC AND
               FACT-MST-RUN-MODE = "2" AND
               FACT-NZ-LIMIT > 0 THEN
               MOVE FACT-MST-VALUE TO FACT-NZ-TARGET
               PERFORM S19-FIND-NZ-START
               IF FACT-NZ-COST > FACT-NZ-LIMIT THEN
                   SET FACT-VFY-OVER-LIMIT-YES TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FACT-VFY-OVER-LIMIT-YES
                   MOVE FACT-MST-REQUEST-ID TO VFY-EXC-REQUEST-ID
                   MOVE "NOT RECOMPUTED - COST LIMIT" TO VFY-EXC-CHECK
                   MOVE FACT-MST-VALUE TO FACT-VFY-EDIT-STORED
                   MOVE FACT-VFY-EDIT-STORED TO VFY-EXC-STORED
                   MOVE SPACES TO VFY-EXC-EXPECTED
                   WRITE FACTVFP-LINE FROM FACT-VFY-EXCEPTION-LINE
                   ADD 1 TO FACT-VFY-UNVERIFIED
               WHEN FACT-MST-VALUE IS NOT NUMERIC OR
                   (FACT-MST-RUN-MODE NOT = "1" AND
                    FACT-MST-RUN-MODE NOT = "2" AND
                    FACT-MST-RUN-MODE NOT = "3")
                   MOVE "VALUE / RUN MODE UNUSABLE" TO VFY-EXC-CHECK
                   MOVE FACT-MASTER-RECORD (9:10) TO VFY-EXC-STORED
                   MOVE FACT-MST-RUN-MODE TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               WHEN OTHER
                   PERFORM S11A-CHECK-STORED-ANSWER
           END-EVALUATE.

      *----------------------------------------------------------------
      * S11A-CHECK-STORED-ANSWER - A USABLE VALUE AND MODE: THE
      * ANSWER WORKED OUT AFRESH AGAINST THE STORED DIGIT AND RESULT.
      *----------------------------------------------------------------
           S11A-CHECK-STORED-ANSWER.
           MOVE FACT-MST-VALUE TO USERINP.
           EVALUATE FACT-MST-RUN-MODE
               WHEN "3"
                   PERFORM S15-COMPUTE-TRAILING-ZEROS
               WHEN "2"
                   PERFORM S13-COMPUTE-LAST-NONZERO-DIGIT
                   MOVE FACT-VFY-DIGIT TO FACT-VFY-RESULT
               WHEN OTHER
                   CALL "LASTFACTORIALDIGIT" USING USERINP
                       FACT-VFY-DIGIT
                   MOVE FACT-VFY-DIGIT TO FACT-VFY-RESULT
           END-EVALUATE.

           IF FACT-MST-DIGIT IS NOT NUMERIC THEN
               MOVE "STORED DIGIT" TO VFY-EXC-CHECK
               MOVE FACT-MASTER-RECORD (19:1) TO VFY-EXC-STORED
               MOVE FACT-VFY-DIGIT TO FACT-VFY-EDIT-EXPECTED
               MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           ELSE
               IF FACT-MST-DIGIT NOT = FACT-VFY-DIGIT THEN
                   MOVE "STORED DIGIT" TO VFY-EXC-CHECK
                   MOVE FACT-MST-DIGIT TO FACT-VFY-EDIT-STORED
                   MOVE FACT-VFY-EDIT-STORED TO VFY-EXC-STORED
                   MOVE FACT-VFY-DIGIT TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

           IF FACT-MST-RESULT IS NUMERIC THEN
               IF FACT-MST-RESULT NOT = FACT-VFY-RESULT THEN
                   MOVE "STORED RESULT" TO VFY-EXC-CHECK
                   MOVE FACT-MST-RESULT TO FACT-VFY-EDIT-STORED
                   MOVE FACT-VFY-EDIT-STORED TO VFY-EXC-STORED
                   MOVE FACT-VFY-RESULT TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           ELSE
               IF FACT-MST-RUN-MODE = "3" THEN
                   MOVE "STORED RESULT" TO VFY-EXC-CHECK
                   MOVE FACT-MASTER-RECORD (58:10)
                       TO VFY-EXC-STORED
                   MOVE FACT-VFY-RESULT TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * S12-CHECK-AUDIT-HISTORY - THE STORED VALUE, MODE, HIT COUNT
      * AND SERVED DATES, AND THE VOID FLAG AND DATE, AGAINST THE
      * FIGURES THE AUDIT ROWS SAY THE MASTER SHOULD HOLD.
      *----------------------------------------------------------------
           S12-CHECK-AUDIT-HISTORY.
           IF FACT-MST-VALUE IS NUMERIC THEN
               IF FACT-MST-VALUE NOT = FACT-VFY-GRP-VALUE THEN
                   MOVE "VALUE VS LAST AUDITED" TO VFY-EXC-CHECK
                   MOVE FACT-MASTER-RECORD (9:10) TO VFY-EXC-STORED
                   MOVE FACT-VFY-GRP-VALUE TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

           IF FACT-VFY-GRP-MODE NOT = SPACE AND
               FACT-MST-RUN-MODE NOT = FACT-VFY-GRP-MODE THEN
               MOVE "RUN MODE VS LAST AUDITED" TO VFY-EXC-CHECK
               MOVE FACT-MST-RUN-MODE TO VFY-EXC-STORED
               MOVE FACT-VFY-GRP-MODE TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           END-IF.

           IF FACT-MST-HIT-COUNT IS NOT NUMERIC THEN
               MOVE "HIT COUNT" TO VFY-EXC-CHECK
               MOVE FACT-MASTER-RECORD (37:5) TO VFY-EXC-STORED
               MOVE FACT-VFY-GRP-HITS TO FACT-VFY-EDIT-EXPECTED
               MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           ELSE
               IF FACT-MST-HIT-COUNT NOT = FACT-VFY-GRP-HITS THEN
                   MOVE "HIT COUNT" TO VFY-EXC-CHECK
                   MOVE FACT-MST-HIT-COUNT TO FACT-VFY-EDIT-STORED
                   MOVE FACT-VFY-EDIT-STORED TO VFY-EXC-STORED
                   MOVE FACT-VFY-GRP-HITS TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE FIRST DATE MAY BE THE AUDIT RUN DATE OR, FOR A RUN THAT
      * CROSSED MIDNIGHT BEFORE POSTING THE RECORD, THE DAY AFTER.
      *----------------------------------------------------------------
           COMPUTE FACT-VFY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FACT-VFY-GRP-FIRST-DATE) + 1.
           COMPUTE FACT-VFY-GRP-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(FACT-VFY-DATE-INT).
           IF FACT-MST-FIRST-DATE IS NOT NUMERIC OR
               (FACT-MST-FIRST-DATE NOT = FACT-VFY-GRP-FIRST-DATE AND
                FACT-MST-FIRST-DATE NOT = FACT-VFY-GRP-NEXT-DATE) THEN
               MOVE "FIRST SERVED DATE" TO VFY-EXC-CHECK
               MOVE FACT-MASTER-RECORD (21:8) TO VFY-EXC-STORED
               MOVE FACT-VFY-GRP-FIRST-DATE TO FACT-VFY-EDIT-EXPECTED
               MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           END-IF.

           IF FACT-MST-LAST-DATE IS NUMERIC AND
               FACT-MST-LAST-DATE > 0 THEN
               IF FACT-MST-LAST-DATE NOT = FACT-VFY-GRP-LAST-DATE THEN
                   MOVE "LAST SERVED DATE" TO VFY-EXC-CHECK
                   MOVE FACT-MASTER-RECORD (42:8) TO VFY-EXC-STORED
                   MOVE FACT-VFY-GRP-LAST-DATE
                       TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

           IF FACT-MST-VOIDED THEN
               MOVE "VOIDED" TO FACT-VFY-VOID-STORED
           ELSE
               MOVE "LIVE" TO FACT-VFY-VOID-STORED
           END-IF.
           IF FACT-VFY-GRP-VOIDED THEN
               MOVE "VOIDED" TO FACT-VFY-VOID-EXPECTED
           ELSE
               MOVE "LIVE" TO FACT-VFY-VOID-EXPECTED
           END-IF.
           IF FACT-VFY-VOID-STORED NOT = FACT-VFY-VOID-EXPECTED THEN
               MOVE "VOID FLAG VS AUDIT" TO VFY-EXC-CHECK
               MOVE FACT-VFY-VOID-STORED TO VFY-EXC-STORED
               MOVE FACT-VFY-VOID-EXPECTED TO VFY-EXC-EXPECTED
               PERFORM S10-FLAG-EXCEPTION
           ELSE
               IF FACT-MST-VOIDED AND
                   (FACT-MST-VOID-DATE IS NOT NUMERIC OR
                    FACT-MST-VOID-DATE NOT = FACT-VFY-GRP-VOID-DATE)
                   THEN
                   MOVE "VOID DATE" TO VFY-EXC-CHECK
                   MOVE FACT-MST-VOID-DATE TO VFY-EXC-STORED
                   MOVE FACT-VFY-GRP-VOID-DATE
                       TO FACT-VFY-EDIT-EXPECTED
                   MOVE FACT-VFY-EDIT-EXPECTED TO VFY-EXC-EXPECTED
                   PERFORM S10-FLAG-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * S13-COMPUTE-LAST-NONZERO-DIGIT - RUN MODE 2, THE SAME
      * ALGORITHM AS FACTBAT'S B3: BUILD N! ONE FACTOR AT A TIME,
      * STRIPPING TRAILING ZEROS AND TRUNCATING TO THE LOW-ORDER
      * DIGITS AS IT GOES, FROM THE NEAREST FACTLNZ POINT AT OR
      * BELOW USERINP (S19).
      *----------------------------------------------------------------
           S13-COMPUTE-LAST-NONZERO-DIGIT.
           MOVE USERINP TO FACT-NZ-TARGET.
           PERFORM S19-FIND-NZ-START.
           PERFORM S14-NZ-MULTIPLY-ONE-FACTOR
               UNTIL FACT-NZ-FACTOR > USERINP.

           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.
           MOVE FACT-NZ-REM TO FACT-VFY-DIGIT.

           S14-NZ-MULTIPLY-ONE-FACTOR.
           MULTIPLY FACT-NZ-FACTOR BY FACT-NZ-ACC.

           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.
           PERFORM S14A-NZ-STRIP-TRAILING-ZERO
               UNTIL FACT-NZ-REM NOT = 0.

           IF FACT-NZ-ACC > 99999999 THEN
               DIVIDE FACT-NZ-ACC BY 100000000
                   GIVING FACT-NZ-QUOT
                   REMAINDER FACT-NZ-ACC
           END-IF.

           ADD 1 TO FACT-NZ-FACTOR.

           S14A-NZ-STRIP-TRAILING-ZERO.
           DIVIDE FACT-NZ-ACC BY 10 GIVING FACT-NZ-ACC.
           DIVIDE FACT-NZ-ACC BY 10
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.

      *----------------------------------------------------------------
      * S15-COMPUTE-TRAILING-ZEROS - RUN MODE 3, THE SAME SUM OF
      * USERINP / 5**K AS FACTBAT'S B17; THE LOW-ORDER DIGIT OF THE
      * COUNT IS THE STORED DIGIT.
      *----------------------------------------------------------------
           S15-COMPUTE-TRAILING-ZEROS.
           MOVE 0 TO FACT-VFY-RESULT.
           MOVE 5 TO FACT-TZ-DIVISOR.
           PERFORM S16-TZ-ADD-ONE-POWER
               UNTIL FACT-TZ-DIVISOR > USERINP.

           DIVIDE FACT-VFY-RESULT BY 10
               GIVING FACT-TZ-QUOT
               REMAINDER FACT-VFY-DIGIT.

           S16-TZ-ADD-ONE-POWER.
           DIVIDE USERINP BY FACT-TZ-DIVISOR GIVING FACT-TZ-QUOT.
           ADD FACT-TZ-QUOT TO FACT-VFY-RESULT.
           MULTIPLY 5 BY FACT-TZ-DIVISOR.

      *----------------------------------------------------------------
      * S17-READ-NZ-LIMIT - FACTBAT'S RUN MODE 2 COST LIMIT OFF THE
      * FACTPRM MEMBER IT RUNS WITH, EDITED THE SAME WAY: NUMERIC IS
      * TAKEN (ZERO = NO LIMIT), BLANK OR INVALID LEAVES THE DEFAULT.
      * A MISSING OR EMPTY FACTPRM LEAVES THE DEFAULT TOO.
      *----------------------------------------------------------------
           S17-READ-NZ-LIMIT.
           OPEN INPUT FACTPRM.
           IF FACTPRM-STATUS NOT = "00" THEN
               DISPLAY "FACTVFY - FACTPRM NOT AVAILABLE - FILE STATUS "
                   FACTPRM-STATUS " - MODE 2 COST LIMIT " FACT-NZ-LIMIT
           ELSE
               READ FACTPRM
               IF FACTPRM-STATUS NOT = "00" THEN
                   DISPLAY "FACTVFY - FACTPRM IS EMPTY - MODE 2 COST "
                       "LIMIT " FACT-NZ-LIMIT
               ELSE
                   MOVE FACTPRM-RECORD TO FACT-PARM-RECORD
                   IF FACT-PRM-NZ-LIMIT IS NUMERIC THEN
                       MOVE FACT-PRM-NZ-LIMIT TO FACT-NZ-LIMIT
                   ELSE
                       IF FACT-PRM-NZ-LIMIT NOT = SPACES THEN
                           DISPLAY "FACTVFY - FACTPRM MODE 2 COST "
                               "LIMIT '" FACT-PRM-NZ-LIMIT
                               "' INVALID - USING " FACT-NZ-LIMIT
                       END-IF
                   END-IF
               END-IF
               CLOSE FACTPRM
           END-IF.

      *----------------------------------------------------------------
      * S18-LOAD-NZ-LOOKUP - READ THE FACTLNZ POINTS INTO CORE UNDER
      * FACTBAT'S A28 RULES: THE INTERVAL COMES OFF THE FIRST RECORD,
      * EVERY POINT MUST STAND AT THE NEXT MULTIPLE OF IT, CARRY THE
      * SAME INTERVAL AND AGREE WITH ITS OWN DIGIT, AND THE LOAD
      * STOPS AT THE FIRST ONE THAT DOES NOT.  A MISSING OR DAMAGED
      * LOOKUP IS LOGGED AND MODE 2 STARTS FROM 1.
      *----------------------------------------------------------------
           S18-LOAD-NZ-LOOKUP.
           OPEN INPUT FACTLNZ.
           IF FACTLNZ-STATUS NOT = "00" THEN
               DISPLAY "FACTVFY - FACTLNZ NOT AVAILABLE - FILE STATUS "
                   FACTLNZ-STATUS " - MODE 2 STARTS FROM 1"
           ELSE
               MOVE "N" TO FACT-LNZ-EOF-SW
               PERFORM S18A-LOAD-ONE-POINT UNTIL FACT-LNZ-EOF-YES
               CLOSE FACTLNZ
               IF FACT-LNZ-LOADED = 0 THEN
                   DISPLAY "FACTVFY - FACTLNZ HOLDS NO USABLE POINT "
                       "- MODE 2 STARTS FROM 1"
               ELSE
                   DISPLAY "FACTVFY - FACTLNZ " FACT-LNZ-LOADED
                       " POINT(S) LOADED, ONE EVERY " FACT-LNZ-STEP
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * S18A-LOAD-ONE-POINT - READ, CHECK AND HOLD THE NEXT POINT.
      *----------------------------------------------------------------
           S18A-LOAD-ONE-POINT.
           READ FACTLNZ
               AT END
                   SET FACT-LNZ-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-LNZ-EOF-YES THEN
               MOVE FACTLNZ-RECORD TO FACT-LNZ-RECORD
               IF FACT-LNZ-LOADED = 0 AND
                   FACT-LNZ-INTERVAL IS NUMERIC THEN
                   MOVE FACT-LNZ-INTERVAL TO FACT-LNZ-STEP
               END-IF
               ADD 1 TO FACT-LNZ-LOADED GIVING FACT-LNZ-SUB
               MULTIPLY FACT-LNZ-SUB BY FACT-LNZ-STEP
                   GIVING FACT-LNZ-EXPECT
               EVALUATE TRUE
                   WHEN FACT-LNZ-SUB > FACT-LNZ-MAX-POINTS
                       DISPLAY "FACTVFY - FACTLNZ HOLDS MORE THAN "
                           FACT-LNZ-MAX-POINTS " POINTS - THE REST "
                           "ARE NOT USED"
                       SET FACT-LNZ-EOF-YES TO TRUE
                   WHEN FACT-LNZ-VALUE IS NOT NUMERIC OR
                       FACT-LNZ-INTERVAL IS NOT NUMERIC OR
                       FACT-LNZ-ACC IS NOT NUMERIC OR
                       FACT-LNZ-DIGIT IS NOT NUMERIC
                       PERFORM S18B-REFUSE-POINT
                   WHEN FACT-LNZ-STEP = 0 OR
                       FACT-LNZ-INTERVAL NOT = FACT-LNZ-STEP OR
                       FACT-LNZ-VALUE NOT = FACT-LNZ-EXPECT
                       PERFORM S18B-REFUSE-POINT
                   WHEN OTHER
                       DIVIDE FACT-LNZ-ACC BY 10
                           GIVING FACT-LNZ-QUOT
                           REMAINDER FACT-LNZ-REM
                       IF FACT-LNZ-REM = 0 OR
                           FACT-LNZ-REM NOT = FACT-LNZ-DIGIT THEN
                           PERFORM S18B-REFUSE-POINT
                       ELSE
                           MOVE FACT-LNZ-ACC
                               TO FACT-LNZ-POINT-ACC (FACT-LNZ-SUB)
                           MOVE FACT-LNZ-SUB TO FACT-LNZ-LOADED
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * S18B-REFUSE-POINT - A POINT OUT OF SEQUENCE OR AT ODDS WITH
      * ITSELF ENDS THE LOAD; THE POINTS BEFORE IT ARE USED.
      *----------------------------------------------------------------
           S18B-REFUSE-POINT.
           DISPLAY "FACTVFY - FACTLNZ RECORD " FACT-LNZ-SUB
               " OUT OF SEQUENCE OR DAMAGED - LOOKUP USED UP TO "
               "POINT " FACT-LNZ-LOADED.
           SET FACT-LNZ-EOF-YES TO TRUE.

      *----------------------------------------------------------------
      * S19-FIND-NZ-START - WHERE THE RUN MODE 2 LOOP STARTS FOR
      * FACT-NZ-TARGET, AS FACTBAT'S B22: THE ACCUMULATOR AT THE
      * HIGHEST FACTLNZ POINT NOT ABOVE IT AND THE FACTOR AFTER THAT
      * POINT, OR 1 AND 1 WHEN THERE IS NO SUCH POINT; AND IN
      * FACT-NZ-COST THE FACTORS LEFT TO MULTIPLY FROM THERE.
      *----------------------------------------------------------------
           S19-FIND-NZ-START.
           MOVE 1 TO FACT-NZ-ACC.
           MOVE 1 TO FACT-NZ-FACTOR.
           IF FACT-LNZ-LOADED > 0 THEN
               DIVIDE FACT-NZ-TARGET BY FACT-LNZ-STEP
                   GIVING FACT-LNZ-QUOT
               IF FACT-LNZ-QUOT > FACT-LNZ-LOADED THEN
                   MOVE FACT-LNZ-LOADED TO FACT-LNZ-QUOT
               END-IF
               IF FACT-LNZ-QUOT > 0 THEN
                   MOVE FACT-LNZ-POINT-ACC (FACT-LNZ-QUOT)
                       TO FACT-NZ-ACC
                   MULTIPLY FACT-LNZ-QUOT BY FACT-LNZ-STEP
                       GIVING FACT-NZ-FACTOR
                   ADD 1 TO FACT-NZ-FACTOR
               END-IF
           END-IF.

           IF FACT-NZ-FACTOR > FACT-NZ-TARGET THEN
               MOVE 0 TO FACT-NZ-COST
           ELSE
               SUBTRACT FACT-NZ-FACTOR FROM FACT-NZ-TARGET
                   GIVING FACT-NZ-COST
               ADD 1 TO FACT-NZ-COST
           END-IF.

      *----------------------------------------------------------------
      * S20-PRINT-TOTALS - CONTROL TOTALS AND THE VERDICT.
      *----------------------------------------------------------------
           S20-PRINT-TOTALS.
           WRITE FACTVFP-LINE FROM SPACES.
           MOVE "AUDIT ROWS READ:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-AUD-READ TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "ANSWERED ROWS MATCHED:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-AUD-SORTED TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "MASTER RECORDS SWEPT:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-MST-READ TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "RECORDS WITH EXCEPTIONS:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-MST-FLAGGED TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "EXCEPTIONS:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-EXC-COUNT TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "AUDITED IDS NOT ON MASTER:" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-ORPHAN-COUNT TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.
           MOVE "MODE 2 NOT RECOMPUTED (COST):" TO VFY-TOTAL-TITLE.
           MOVE FACT-VFY-UNVERIFIED TO VFY-TOTAL-COUNT.
           WRITE FACTVFP-LINE FROM FACT-VFY-TOTAL-LINE.

           WRITE FACTVFP-LINE FROM SPACES.
           EVALUATE TRUE
               WHEN FACT-VFY-EXC-COUNT > 0
                   MOVE "*** MASTER EXCEPTIONS FOUND - SEE ABOVE ***"
                       TO VFY-VERDICT-TEXT
               WHEN FACT-VFY-UNVERIFIED > 0
                   MOVE "*** NO EXCEPTIONS - SOME NOT RECOMPUTED ***"
                       TO VFY-VERDICT-TEXT
               WHEN OTHER
                   MOVE "*** MASTER CLEAN ***" TO VFY-VERDICT-TEXT
           END-EVALUATE.
           WRITE FACTVFP-LINE FROM FACT-VFY-VERDICT-LINE.
