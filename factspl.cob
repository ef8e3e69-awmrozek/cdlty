      *****************************************************************
      * PROGRAM-ID. FACTSPL
      *
      * Per-source-system return files.  Since the multi-feed change
      * the upstream systems all ride one FACTIN and their answers
      * all come back mixed together on one FACTOUT.  This step runs
      * after FACTBAT and cuts one return file per source system out
      * of the consolidated FACTOUT, each in the standard FACTOUT
      * layouts - header, details, trailer - so every department
      * loads its own answers and nobody else's.  FACTOUT itself is
      * left exactly as FACTBAT wrote it.
      *
      * The source system of a detail is the FACT-OUT-SOURCE-SYS
      * FACTBAT copies off its sub-feed header (see FACTRECL).  Which
      * source goes to which file is the FACTSPC routing record, one
      * record maintained like FACTPRM:
      *
      *   cols 1-3   source system cut to FACTSR1
      *   cols 4-6   source system cut to FACTSR2
      *   cols 7-9   source system cut to FACTSR3
      *   cols 10-12 source system cut to FACTSR4
      *   cols 13-15 source system cut to FACTSR5
      *
      * A blank entry leaves its file unused.  Every routed file gets
      * a header and trailer every night, even when its source sent
      * nothing - an empty sealed file tells the department there
      * was nothing for them, which a missing file does not.  The
      * header carries the FACTOUT run date, the source's run mode,
      * and a job name of its own: the first five bytes of the
      * FACTOUT job followed by the source-system code.
      *
      * Each file is sealed only when FACTOUT itself is sealed.  As
      * each is sealed its own FACTXMT transmission record is
      * appended (see FACTXMTL), naming the FACTOUT job it was cut
      * from, so FACTACK matches every department's acknowledgement
      * separately.  A detail whose source has no file is counted
      * and reported and ends the step return code 8 - the routed
      * files are still sealed, but they no longer add up to FACTOUT
      * and FACTBAL will hold the night until the routing is fixed
      * and the step rerun.  An unsealed FACTOUT ends the step
      * return code 12 with nothing sealed.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *   2026-10-15  AWM  Void ("V") details counted per return file
      *                    and carried on its trailer, as FACTBAT
      *                    carries them on FACTOUT's.
      *   2026-10-15  AWM  A void detail no longer sets its file's
      *                    header run mode - it carries the mode of
      *                    the answer it withdraws, not the feed's.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTSPL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTSPC ASSIGN TO FACTSPC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSPC-STATUS.

            SELECT FACTOUT ASSIGN TO FACTOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTOUT-STATUS.

            SELECT FACTSR1 ASSIGN TO FACTSR1
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSR1-STATUS.

            SELECT FACTSR2 ASSIGN TO FACTSR2
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSR2-STATUS.

            SELECT FACTSR3 ASSIGN TO FACTSR3
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSR3-STATUS.

            SELECT FACTSR4 ASSIGN TO FACTSR4
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSR4-STATUS.

            SELECT FACTSR5 ASSIGN TO FACTSR5
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSR5-STATUS.

            SELECT FACTXMT ASSIGN TO FACTXMT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTXMT-STATUS.

            SELECT FACTSPP ASSIGN TO FACTSPP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSPP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FACTSPC
            RECORDING MODE IS F.
        01  FACTSPC-RECORD.
            05  SPC-SOURCE-SYS          PIC X(03) OCCURS 5 TIMES.
            05  FILLER                  PIC X(65).

        FD  FACTOUT
            RECORDING MODE IS F.
        01  FACTOUT-RECORD              PIC X(80).

        FD  FACTSR1
            RECORDING MODE IS F.
        01  FACTSR1-RECORD              PIC X(80).

        FD  FACTSR2
            RECORDING MODE IS F.
        01  FACTSR2-RECORD              PIC X(80).

        FD  FACTSR3
            RECORDING MODE IS F.
        01  FACTSR3-RECORD              PIC X(80).

        FD  FACTSR4
            RECORDING MODE IS F.
        01  FACTSR4-RECORD              PIC X(80).

        FD  FACTSR5
            RECORDING MODE IS F.
        01  FACTSR5-RECORD              PIC X(80).

        FD  FACTXMT
            RECORDING MODE IS F.
        01  FACTXMT-RECORD              PIC X(80).

        FD  FACTSPP
            RECORDING MODE IS F.
        01  FACTSPP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTRECL AND FACTXMTL.
      *----------------------------------------------------------------
           COPY FACTRECL.
           COPY FACTXMTL.

        77  FACTSPC-STATUS              PIC X(02).
        77  FACTOUT-STATUS              PIC X(02).
        77  FACTSR1-STATUS              PIC X(02).
        77  FACTSR2-STATUS              PIC X(02).
        77  FACTSR3-STATUS              PIC X(02).
        77  FACTSR4-STATUS              PIC X(02).
        77  FACTSR5-STATUS              PIC X(02).
        77  FACTXMT-STATUS              PIC X(02).
        77  FACTSPP-STATUS              PIC X(02).

        77  FACT-SPL-TODAY              PIC 9(08) VALUE 0.
        77  FACT-SPL-OUT-DATE           PIC 9(08) VALUE 0.
        77  FACT-SPL-OUT-MODE           PIC X(01) VALUE "1".
        77  FACT-SPL-OUT-JOB            PIC X(08) VALUE SPACES.
        77  FACT-SPL-SUB                PIC 9(03) COMP VALUE 0.
        77  FACT-SPL-SUB-2              PIC 9(03) COMP VALUE 0.
        77  FACT-SPL-HIT                PIC 9(03) COMP VALUE 0.
        77  FACT-SPL-ROUTED             PIC 9(03) COMP VALUE 0.
        77  FACT-SPL-SLOT-NUM           PIC 9(01) VALUE 0.
        77  FACT-SPL-OPEN-STATUS        PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * ONE SLOT PER RETURN FILE FACTSR1 - FACTSR5: THE SOURCE ROUTED
      * TO IT, THE JOB NAME ITS HEADER AND FACTXMT RECORD CARRY, THE
      * RUN MODE OFF ITS FIRST DETAIL, AND ITS CONTROL TOTALS KEPT
      * EXACTLY AS FACTBAT KEEPS THE FACTOUT TRAILER'S - EVERY DETAIL
      * COUNTS, DUPLICATES TO NEITHER OK NOR ERROR, VOIDS TO THEIR
      * OWN COUNT, THE HASH THE SUM OF THE RESULTS MODULO 10**10.
      *----------------------------------------------------------------
        01  FACT-SPL-SLOT-TABLE.
            05  FACT-SPL-SLOT OCCURS 5 TIMES.
                10  SPL-SLOT-SOURCE     PIC X(03).
                10  SPL-SLOT-JOB        PIC X(08).
                10  SPL-SLOT-MODE       PIC X(01).
                10  SPL-SLOT-HDR-SW     PIC X(01).
                    88  SPL-SLOT-HDR-WRITTEN VALUE "Y".
                10  SPL-SLOT-DETAILS    PIC 9(10).
                10  SPL-SLOT-OK         PIC 9(10).
                10  SPL-SLOT-ERR        PIC 9(10).
                10  SPL-SLOT-DUP        PIC 9(10).
                10  SPL-SLOT-VOID       PIC 9(10).
                10  SPL-SLOT-HASH       PIC 9(10).

      *----------------------------------------------------------------
      * FACTOUT'S OWN FIGURES - ITS DETAILS AS READ, THE ONES NO FILE
      * TOOK, AND THE TRAILER WHEN THERE IS ONE.
      *----------------------------------------------------------------
        77  FACT-SPL-OUT-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-SPL-UNROUTED           PIC 9(10) VALUE 0.
        77  FACT-SPL-FIRST-UNROUTED     PIC X(03) VALUE SPACES.
        77  FACT-SPL-TRL-DETAILS        PIC 9(10) VALUE 0.
        77  FACT-SPL-TRL-OK             PIC 9(10) VALUE 0.
        77  FACT-SPL-TRL-ERR            PIC 9(10) VALUE 0.
        77  FACT-SPL-TRL-VOID           PIC 9(10) VALUE 0.
        77  FACT-SPL-TRL-HASH           PIC 9(10) VALUE 0.

        01  FACT-SPL-LINE               PIC X(80) VALUE SPACES.

        01  FACT-SPL-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-SPL-EOF-YES             VALUE "Y".

        01  FACT-SPL-TRL-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-SPL-TRL-FOUND-YES       VALUE "Y".

        01  FACT-SPL-SEALED-SW          PIC X(01) VALUE "N".
            88  FACT-SPL-SEALED-YES          VALUE "Y".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTSPP SPLIT REPORT.
      *----------------------------------------------------------------
        01  FACT-SPL-HDR-1.
            05  FILLER                  PIC X(35)
                VALUE "FACTOUT PER-SOURCE SPLIT - RUN DATE".
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  SPL-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(36) VALUE SPACES.

        01  FACT-SPL-HDR-2.
            05  FILLER                  PIC X(18)
                VALUE "FACTOUT RUN DATE: ".
            05  SPL-HDR-OUT-DATE        PIC 9(08).
            05  FILLER                  PIC X(07) VALUE "  JOB: ".
            05  SPL-HDR-JOB             PIC X(08).
            05  FILLER                  PIC X(39) VALUE SPACES.

        01  FACT-SPL-FIGURE-LINE.
            05  SPL-FIG-FILE            PIC X(08).
            05  SPL-FIG-SOURCE          PIC X(03).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  SPL-FIG-JOB             PIC X(08).
            05  FILLER                  PIC X(06) VALUE " COUNT".
            05  SPL-FIG-DETAILS         PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE " OK".
            05  SPL-FIG-OK              PIC Z(09)9.
            05  FILLER                  PIC X(04) VALUE " ERR".
            05  SPL-FIG-ERR             PIC Z(09)9.
            05  FILLER                  PIC X(05) VALUE " HASH".
            05  SPL-FIG-HASH            PIC 9(10).
            05  FILLER                  PIC X(02) VALUE SPACES.

        01  FACT-SPL-COUNT-LINE.
            05  SPL-CNT-LABEL           PIC X(44).
            05  SPL-CNT-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-SPL-NOTE-LINE.
            05  SPL-NOTE-TEXT           PIC X(80).

        PROCEDURE DIVISION.
           L-PARA.
           OPEN OUTPUT FACTSPP.
           IF FACTSPP-STATUS NOT = "00" THEN
               DISPLAY "FACTSPL - UNABLE TO OPEN FACTSPP - FILE STATUS "
                   FACTSPP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-SPL-TODAY FROM DATE YYYYMMDD.
           MOVE FACT-SPL-TODAY TO SPL-HDR-TODAY.
           WRITE FACTSPP-LINE FROM FACT-SPL-HDR-1.
           WRITE FACTSPP-LINE FROM SPACES.

           PERFORM L1-READ-ROUTING.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTSPP
               STOP RUN
           END-IF.

           PERFORM L2-OPEN-FACTOUT.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTSPP
               STOP RUN
           END-IF.

           PERFORM L3-OPEN-ONE-SLOT
               VARYING FACT-SPL-SUB FROM 1 BY 1
               UNTIL FACT-SPL-SUB > 5.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTOUT
               PERFORM L9-CLOSE-ONE-SLOT
                   VARYING FACT-SPL-SUB FROM 1 BY 1
                   UNTIL FACT-SPL-SUB > 5
               CLOSE FACTSPP
               STOP RUN
           END-IF.

           MOVE "N" TO FACT-SPL-EOF-SW.
           PERFORM L4-SPLIT-ONE-RECORD UNTIL FACT-SPL-EOF-YES.
           CLOSE FACTOUT.

      *----------------------------------------------------------------
      * EVERY ROUTED FILE GETS ITS HEADER EVEN WHEN ITS SOURCE SENT
      * NOTHING; THE TRAILERS FOLLOW ONLY FOR A SEALED FACTOUT.
      *----------------------------------------------------------------
           PERFORM L6-WRITE-SLOT-HEADER
               VARYING FACT-SPL-SUB FROM 1 BY 1
               UNTIL FACT-SPL-SUB > 5.
           IF FACT-SPL-TRL-FOUND-YES THEN
               PERFORM L7-SEAL-SLOTS
           END-IF.

           PERFORM L8-PRINT-FIGURES.

           PERFORM L9-CLOSE-ONE-SLOT
               VARYING FACT-SPL-SUB FROM 1 BY 1
               UNTIL FACT-SPL-SUB > 5.
           CLOSE FACTSPP.
           STOP RUN.

      *----------------------------------------------------------------
      * L1-READ-ROUTING - THE ONE FACTSPC RECORD.  WITHOUT IT NO
      * SOURCE HAS A FILE, AND A SOURCE NAMED TWICE WOULD BE CUT TO
      * WHICHEVER FILE CAME FIRST WITH THE OTHER LEFT EMPTY - EITHER
      * WAY THE STEP IS REFUSED BEFORE ANYTHING IS WRITTEN.
      *----------------------------------------------------------------
           L1-READ-ROUTING.
           OPEN INPUT FACTSPC.
           IF FACTSPC-STATUS NOT = "00" THEN
               DISPLAY "FACTSPL - UNABLE TO OPEN FACTSPC - FILE STATUS "
                   FACTSPC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FACTSPC-RECORD
               READ FACTSPC
                   AT END
                       DISPLAY "FACTSPL - FACTSPC IS EMPTY - NO SOURCE "
                           "IS ROUTED"
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE FACTSPC
           END-IF.

           IF RETURN-CODE = 0 THEN
               PERFORM L1A-LOAD-ONE-ROUTE
                   VARYING FACT-SPL-SUB FROM 1 BY 1
                   UNTIL FACT-SPL-SUB > 5
               IF FACT-SPL-ROUTED = 0 THEN
                   DISPLAY "FACTSPL - FACTSPC NAMES NO SOURCE SYSTEM - "
                       "NOTHING TO SPLIT"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           L1A-LOAD-ONE-ROUTE.
           MOVE SPC-SOURCE-SYS (FACT-SPL-SUB)
               TO SPL-SLOT-SOURCE (FACT-SPL-SUB).
           MOVE SPACES TO SPL-SLOT-JOB (FACT-SPL-SUB).
           MOVE SPACE TO SPL-SLOT-MODE (FACT-SPL-SUB).
           MOVE "N" TO SPL-SLOT-HDR-SW (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-DETAILS (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-OK (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-ERR (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-DUP (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-VOID (FACT-SPL-SUB).
           MOVE 0 TO SPL-SLOT-HASH (FACT-SPL-SUB).
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES THEN
               ADD 1 TO FACT-SPL-ROUTED
               PERFORM L1B-CHECK-ONE-EARLIER
                   VARYING FACT-SPL-SUB-2 FROM 1 BY 1
                   UNTIL FACT-SPL-SUB-2 >= FACT-SPL-SUB
           END-IF.

           L1B-CHECK-ONE-EARLIER.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB-2)
                   = SPL-SLOT-SOURCE (FACT-SPL-SUB) THEN
               DISPLAY "FACTSPL - SOURCE "
                   SPL-SLOT-SOURCE (FACT-SPL-SUB)
                   " ROUTED TWICE ON FACTSPC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * L2-OPEN-FACTOUT - OPEN THE CONSOLIDATED FILE AND TAKE ITS
      * HEADER, WHICH EVERY RETURN FILE'S HEADER IS BUILT FROM.  A
      * FACTOUT THAT WILL NOT OPEN, OR DOES NOT START WITH ITS
      * HEADER, HAS NOTHING TO SPLIT.
      *----------------------------------------------------------------
           L2-OPEN-FACTOUT.
           OPEN INPUT FACTOUT.
           IF FACTOUT-STATUS NOT = "00" THEN
               DISPLAY "FACTSPL - UNABLE TO OPEN FACTOUT - FILE STATUS "
                   FACTOUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FACTOUT-RECORD
               READ FACTOUT
                   AT END
                       MOVE SPACES TO FACTOUT-RECORD
               END-READ
               IF FACTOUT-RECORD (1:3) NOT = "HDR" THEN
                   DISPLAY "FACTSPL - FACTOUT CARRIES NO HEADER "
                       "RECORD - NOTHING SPLIT"
                   MOVE "** FACTOUT CARRIES NO HEADER RECORD - "
                       TO SPL-NOTE-TEXT
                   MOVE "NOTHING SPLIT **" TO SPL-NOTE-TEXT (39:16)
                   WRITE FACTSPP-LINE FROM FACT-SPL-NOTE-LINE
                   CLOSE FACTOUT
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE FACTOUT-RECORD TO FACT-OUT-HEADER-RECORD
                   MOVE FACT-OHD-RUN-DATE TO FACT-SPL-OUT-DATE
                   MOVE FACT-OHD-RUN-MODE TO FACT-SPL-OUT-MODE
                   MOVE FACT-OHD-JOB-NAME TO FACT-SPL-OUT-JOB
                   MOVE FACT-SPL-OUT-DATE TO SPL-HDR-OUT-DATE
                   MOVE FACT-SPL-OUT-JOB TO SPL-HDR-JOB
                   WRITE FACTSPP-LINE FROM FACT-SPL-HDR-2
                   WRITE FACTSPP-LINE FROM SPACES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * L3-OPEN-ONE-SLOT - OPEN A ROUTED RETURN FILE AND NAME ITS
      * JOB.  A ROUTED FILE THAT WILL NOT OPEN FAILS THE STEP - A
      * DEPARTMENT WOULD OTHERWISE GET LAST NIGHT'S FILE AGAIN.
      *----------------------------------------------------------------
           L3-OPEN-ONE-SLOT.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES THEN
               MOVE FACT-SPL-SUB TO FACT-SPL-SLOT-NUM
               MOVE FACT-SPL-OUT-JOB TO SPL-SLOT-JOB (FACT-SPL-SUB)
               MOVE SPL-SLOT-SOURCE (FACT-SPL-SUB)
                   TO SPL-SLOT-JOB (FACT-SPL-SUB) (6:3)
               EVALUATE FACT-SPL-SUB
                   WHEN 1
                       OPEN OUTPUT FACTSR1
                       MOVE FACTSR1-STATUS TO FACT-SPL-OPEN-STATUS
                   WHEN 2
                       OPEN OUTPUT FACTSR2
                       MOVE FACTSR2-STATUS TO FACT-SPL-OPEN-STATUS
                   WHEN 3
                       OPEN OUTPUT FACTSR3
                       MOVE FACTSR3-STATUS TO FACT-SPL-OPEN-STATUS
                   WHEN 4
                       OPEN OUTPUT FACTSR4
                       MOVE FACTSR4-STATUS TO FACT-SPL-OPEN-STATUS
                   WHEN OTHER
                       OPEN OUTPUT FACTSR5
                       MOVE FACTSR5-STATUS TO FACT-SPL-OPEN-STATUS
               END-EVALUATE
               IF FACT-SPL-OPEN-STATUS NOT = "00" THEN
                   DISPLAY "FACTSPL - UNABLE TO OPEN FACTSR"
                       FACT-SPL-SLOT-NUM " FOR SOURCE "
                       SPL-SLOT-SOURCE (FACT-SPL-SUB)
                       " - FILE STATUS " FACT-SPL-OPEN-STATUS
                   MOVE SPACES TO SPL-SLOT-SOURCE (FACT-SPL-SUB)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * L4-SPLIT-ONE-RECORD - ONE FACTOUT RECORD.  THE "TRL" CARRIES
      * FACTOUT'S CONTROL TOTALS; EVERY OTHER RECORD IS A DETAIL,
      * COPIED BYTE FOR BYTE TO THE FILE ITS SOURCE IS ROUTED TO.
      *----------------------------------------------------------------
           L4-SPLIT-ONE-RECORD.
           READ FACTOUT
               AT END
                   SET FACT-SPL-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-SPL-EOF-YES THEN
               IF FACTOUT-RECORD (1:3) = "TRL" THEN
                   SET FACT-SPL-TRL-FOUND-YES TO TRUE
                   MOVE FACTOUT-RECORD TO FACT-OUT-TRAILER-RECORD
                   MOVE FACT-OTR-DETAIL-COUNT TO FACT-SPL-TRL-DETAILS
                   MOVE FACT-OTR-OK-COUNT TO FACT-SPL-TRL-OK
                   MOVE FACT-OTR-ERR-COUNT TO FACT-SPL-TRL-ERR
                   IF FACT-OTR-VOID-COUNT IS NUMERIC THEN
                       MOVE FACT-OTR-VOID-COUNT TO FACT-SPL-TRL-VOID
                   END-IF
                   MOVE FACT-OTR-HASH-TOTAL TO FACT-SPL-TRL-HASH
               ELSE
                   MOVE FACTOUT-RECORD TO FACT-OUTPUT-RECORD
                   ADD 1 TO FACT-SPL-OUT-DETAILS
                   MOVE 0 TO FACT-SPL-HIT
                   PERFORM L4A-FIND-ONE-ROUTE
                       VARYING FACT-SPL-SUB FROM 1 BY 1
                       UNTIL FACT-SPL-SUB > 5 OR FACT-SPL-HIT > 0
                   IF FACT-SPL-HIT = 0 THEN
                       IF FACT-SPL-UNROUTED = 0 THEN
                           MOVE FACT-OUT-SOURCE-SYS
                               TO FACT-SPL-FIRST-UNROUTED
                       END-IF
                       ADD 1 TO FACT-SPL-UNROUTED
                   ELSE
                       MOVE FACT-SPL-HIT TO FACT-SPL-SUB
                       PERFORM L5-WRITE-SLOT-DETAIL
                   END-IF
               END-IF
           END-IF.

           L4A-FIND-ONE-ROUTE.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES AND
               SPL-SLOT-SOURCE (FACT-SPL-SUB) = FACT-OUT-SOURCE-SYS THEN
               MOVE FACT-SPL-SUB TO FACT-SPL-HIT
           END-IF.

      *----------------------------------------------------------------
      * L5-WRITE-SLOT-DETAIL - THE DETAIL IN FACT-OUTPUT-RECORD TO
      * FILE FACT-SPL-SUB, LED BY THE FILE'S HEADER THE FIRST TIME
      * THROUGH, AND ITS CONTRIBUTION TO THE FILE'S CONTROL TOTALS.
      * THE FIRST DETAIL'S RUN MODE IS THE ONE THE SOURCE'S SUB-FEED
      * HEADER CARRIED - UNLESS IT IS A VOID, WHICH CARRIES THE MODE
      * OF THE ANSWER IT WITHDRAWS; THE HEADER THEN TAKES FACTOUT'S.
      *----------------------------------------------------------------
           L5-WRITE-SLOT-DETAIL.
           IF NOT SPL-SLOT-HDR-WRITTEN (FACT-SPL-SUB) THEN
               IF FACT-OUT-RUN-MODE NOT = SPACE AND
                   NOT FACT-OUT-STATUS-VOID THEN
                   MOVE FACT-OUT-RUN-MODE
                       TO SPL-SLOT-MODE (FACT-SPL-SUB)
               END-IF
               PERFORM L6-WRITE-SLOT-HEADER
           END-IF.

           MOVE FACT-OUTPUT-RECORD TO FACT-SPL-LINE.
           PERFORM L5A-WRITE-SLOT-LINE.

           ADD 1 TO SPL-SLOT-DETAILS (FACT-SPL-SUB).
           EVALUATE TRUE
               WHEN FACT-OUT-STATUS-OK
                   ADD 1 TO SPL-SLOT-OK (FACT-SPL-SUB)
               WHEN FACT-OUT-STATUS-DUP
                   ADD 1 TO SPL-SLOT-DUP (FACT-SPL-SUB)
               WHEN FACT-OUT-STATUS-VOID
                   ADD 1 TO SPL-SLOT-VOID (FACT-SPL-SUB)
               WHEN OTHER
                   ADD 1 TO SPL-SLOT-ERR (FACT-SPL-SUB)
           END-EVALUATE.
           ADD FACT-OUT-RESULT TO SPL-SLOT-HASH (FACT-SPL-SUB).

      *----------------------------------------------------------------
      * L5A-WRITE-SLOT-LINE - WRITE FACT-SPL-LINE TO RETURN FILE
      * FACT-SPL-SUB.
      *----------------------------------------------------------------
           L5A-WRITE-SLOT-LINE.
           EVALUATE FACT-SPL-SUB
               WHEN 1
                   WRITE FACTSR1-RECORD FROM FACT-SPL-LINE
               WHEN 2
                   WRITE FACTSR2-RECORD FROM FACT-SPL-LINE
               WHEN 3
                   WRITE FACTSR3-RECORD FROM FACT-SPL-LINE
               WHEN 4
                   WRITE FACTSR4-RECORD FROM FACT-SPL-LINE
               WHEN OTHER
                   WRITE FACTSR5-RECORD FROM FACT-SPL-LINE
           END-EVALUATE.

      *----------------------------------------------------------------
      * L6-WRITE-SLOT-HEADER - THE "HDR" FOR ROUTED FILE
      * FACT-SPL-SUB, ONCE.  A FILE WHOSE SOURCE SENT NOTHING TAKES
      * THE RUN MODE OFF THE FACTOUT HEADER.
      *----------------------------------------------------------------
           L6-WRITE-SLOT-HEADER.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES AND
               NOT SPL-SLOT-HDR-WRITTEN (FACT-SPL-SUB) THEN
               IF SPL-SLOT-MODE (FACT-SPL-SUB) = SPACE THEN
                   MOVE FACT-SPL-OUT-MODE
                       TO SPL-SLOT-MODE (FACT-SPL-SUB)
               END-IF
               MOVE "HDR" TO FACT-OHD-RECORD-TYPE
               MOVE FACT-SPL-OUT-DATE TO FACT-OHD-RUN-DATE
               MOVE SPL-SLOT-MODE (FACT-SPL-SUB) TO FACT-OHD-RUN-MODE
               MOVE SPL-SLOT-JOB (FACT-SPL-SUB) TO FACT-OHD-JOB-NAME
               MOVE SPACES TO FACT-SPL-LINE
               MOVE FACT-OUT-HEADER-RECORD TO FACT-SPL-LINE
               PERFORM L5A-WRITE-SLOT-LINE
               SET SPL-SLOT-HDR-WRITTEN (FACT-SPL-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * L7-SEAL-SLOTS - FACTOUT IS SEALED, SO EVERY ROUTED FILE IS:
      * ITS FACTXMT RECORD IS APPENDED FIRST AND ITS TRAILER WRITTEN
      * AFTER, SO A FILE THAT GOES OUT SEALED IS NEVER ONE FACTACK
      * IS NOT EXPECTING.  A HISTORY THAT WILL NOT OPEN LEAVES EVERY
      * FILE UNSEALED AND FAILS THE STEP.
      *----------------------------------------------------------------
           L7-SEAL-SLOTS.
           OPEN EXTEND FACTXMT.
           IF FACTXMT-STATUS NOT = "00" THEN
               OPEN OUTPUT FACTXMT
           END-IF.
           IF FACTXMT-STATUS NOT = "00" THEN
               DISPLAY "FACTSPL - UNABLE TO OPEN FACTXMT - FILE "
                   "STATUS " FACTXMT-STATUS " - RETURN FILES NOT "
                   "SEALED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM L7A-SEAL-ONE-SLOT
                   VARYING FACT-SPL-SUB FROM 1 BY 1
                   UNTIL FACT-SPL-SUB > 5
               CLOSE FACTXMT
               SET FACT-SPL-SEALED-YES TO TRUE
           END-IF.

           L7A-SEAL-ONE-SLOT.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES THEN
               MOVE FACT-SPL-OUT-DATE TO FACT-XMT-RUN-DATE
               MOVE SPL-SLOT-JOB (FACT-SPL-SUB) TO FACT-XMT-JOB-NAME
               MOVE SPL-SLOT-DETAILS (FACT-SPL-SUB)
                   TO FACT-XMT-DETAIL-COUNT
               MOVE SPL-SLOT-OK (FACT-SPL-SUB) TO FACT-XMT-OK-COUNT
               MOVE SPL-SLOT-ERR (FACT-SPL-SUB) TO FACT-XMT-ERR-COUNT
               MOVE SPL-SLOT-HASH (FACT-SPL-SUB) TO FACT-XMT-HASH-TOTAL
               SET FACT-XMT-ORIGINAL TO TRUE
               MOVE FACT-SPL-OUT-DATE TO FACT-XMT-SENT-DATE
               MOVE FACT-SPL-OUT-JOB TO FACT-XMT-PARENT-JOB
               MOVE SPL-SLOT-SOURCE (FACT-SPL-SUB)
                   TO FACT-XMT-SOURCE-SYS
               MOVE SPACES TO FACTXMT-RECORD
               MOVE FACT-XMT-RECORD TO FACTXMT-RECORD
               WRITE FACTXMT-RECORD

               MOVE "TRL" TO FACT-OTR-RECORD-TYPE
               MOVE SPL-SLOT-DETAILS (FACT-SPL-SUB)
                   TO FACT-OTR-DETAIL-COUNT
               MOVE SPL-SLOT-OK (FACT-SPL-SUB) TO FACT-OTR-OK-COUNT
               MOVE SPL-SLOT-ERR (FACT-SPL-SUB) TO FACT-OTR-ERR-COUNT
               MOVE SPL-SLOT-VOID (FACT-SPL-SUB) TO FACT-OTR-VOID-COUNT
               MOVE SPL-SLOT-HASH (FACT-SPL-SUB) TO FACT-OTR-HASH-TOTAL
               MOVE SPACES TO FACT-SPL-LINE
               MOVE FACT-OUT-TRAILER-RECORD TO FACT-SPL-LINE
               PERFORM L5A-WRITE-SLOT-LINE
           END-IF.

      *----------------------------------------------------------------
      * L8-PRINT-FIGURES - ONE LINE PER RETURN FILE, FACTOUT'S OWN
      * FIGURES BENEATH, AND THE STEP'S VERDICT.
      *----------------------------------------------------------------
           L8-PRINT-FIGURES.
           PERFORM L8A-PRINT-ONE-SLOT
               VARYING FACT-SPL-SUB FROM 1 BY 1
               UNTIL FACT-SPL-SUB > 5.
           WRITE FACTSPP-LINE FROM SPACES.

           MOVE "FACTOUT DETAILS READ" TO SPL-CNT-LABEL.
           MOVE FACT-SPL-OUT-DETAILS TO SPL-CNT-VALUE.
           WRITE FACTSPP-LINE FROM FACT-SPL-COUNT-LINE.
           IF FACT-SPL-TRL-FOUND-YES THEN
               MOVE "FACTOUT" TO SPL-FIG-FILE
               MOVE SPACES TO SPL-FIG-SOURCE
               MOVE "TRAILER" TO SPL-FIG-JOB
               MOVE FACT-SPL-TRL-DETAILS TO SPL-FIG-DETAILS
               MOVE FACT-SPL-TRL-OK TO SPL-FIG-OK
               MOVE FACT-SPL-TRL-ERR TO SPL-FIG-ERR
               MOVE FACT-SPL-TRL-HASH TO SPL-FIG-HASH
               WRITE FACTSPP-LINE FROM FACT-SPL-FIGURE-LINE
               IF FACT-SPL-TRL-VOID > 0 THEN
                   MOVE "        OF WHICH VOIDED" TO SPL-CNT-LABEL
                   MOVE FACT-SPL-TRL-VOID TO SPL-CNT-VALUE
                   WRITE FACTSPP-LINE FROM FACT-SPL-COUNT-LINE
               END-IF
           END-IF.
           WRITE FACTSPP-LINE FROM SPACES.

           EVALUATE TRUE
               WHEN NOT FACT-SPL-TRL-FOUND-YES
                   MOVE "** FACTOUT CARRIES NO TRAILER - RETURN FILES "
                       TO SPL-NOTE-TEXT
                   MOVE "LEFT UNSEALED **" TO SPL-NOTE-TEXT (46:16)
                   WRITE FACTSPP-LINE FROM FACT-SPL-NOTE-LINE
                   DISPLAY "FACTSPL - FACTOUT " FACT-SPL-OUT-DATE
                       " IS UNSEALED - RETURN FILES NOT SEALED"
                   MOVE 12 TO RETURN-CODE
               WHEN NOT FACT-SPL-SEALED-YES
                   MOVE "** FACTXMT WILL NOT OPEN - RETURN FILES LEFT "
                       TO SPL-NOTE-TEXT
                   MOVE "UNSEALED **" TO SPL-NOTE-TEXT (46:11)
                   WRITE FACTSPP-LINE FROM FACT-SPL-NOTE-LINE
               WHEN FACT-SPL-UNROUTED > 0
                   MOVE "DETAILS FOR A SOURCE WITH NO RETURN FILE"
                       TO SPL-CNT-LABEL
                   MOVE FACT-SPL-UNROUTED TO SPL-CNT-VALUE
                   WRITE FACTSPP-LINE FROM FACT-SPL-COUNT-LINE
                   MOVE "** FIRST UNROUTED SOURCE '" TO SPL-NOTE-TEXT
                   MOVE FACT-SPL-FIRST-UNROUTED
                       TO SPL-NOTE-TEXT (27:3)
                   MOVE "' - ADD IT TO FACTSPC AND RERUN THE SPLIT **"
                       TO SPL-NOTE-TEXT (30:44)
                   WRITE FACTSPP-LINE FROM FACT-SPL-NOTE-LINE
                   DISPLAY "FACTSPL - " FACT-SPL-UNROUTED
                       " DETAIL(S) FOR A SOURCE WITH NO RETURN FILE - "
                       "FIRST '" FACT-SPL-FIRST-UNROUTED "'"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RETURN FILES SEALED AND LOGGED TO FACTXMT"
                       TO SPL-NOTE-TEXT
                   WRITE FACTSPP-LINE FROM FACT-SPL-NOTE-LINE
                   DISPLAY "FACTSPL - " FACT-SPL-ROUTED
                       " RETURN FILE(S) SEALED FOR " FACT-SPL-OUT-DATE
           END-EVALUATE.

           L8A-PRINT-ONE-SLOT.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES THEN
               MOVE FACT-SPL-SUB TO FACT-SPL-SLOT-NUM
               MOVE "FACTSR" TO SPL-FIG-FILE
               MOVE FACT-SPL-SLOT-NUM TO SPL-FIG-FILE (7:1)
               MOVE SPL-SLOT-SOURCE (FACT-SPL-SUB) TO SPL-FIG-SOURCE
               MOVE SPL-SLOT-JOB (FACT-SPL-SUB) TO SPL-FIG-JOB
               MOVE SPL-SLOT-DETAILS (FACT-SPL-SUB) TO SPL-FIG-DETAILS
               MOVE SPL-SLOT-OK (FACT-SPL-SUB) TO SPL-FIG-OK
               MOVE SPL-SLOT-ERR (FACT-SPL-SUB) TO SPL-FIG-ERR
               MOVE SPL-SLOT-HASH (FACT-SPL-SUB) TO SPL-FIG-HASH
               WRITE FACTSPP-LINE FROM FACT-SPL-FIGURE-LINE
               IF SPL-SLOT-VOID (FACT-SPL-SUB) > 0 THEN
                   MOVE "        OF WHICH VOIDED" TO SPL-CNT-LABEL
                   MOVE SPL-SLOT-VOID (FACT-SPL-SUB) TO SPL-CNT-VALUE
                   WRITE FACTSPP-LINE FROM FACT-SPL-COUNT-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * L9-CLOSE-ONE-SLOT - CLOSE A ROUTED RETURN FILE.
      *----------------------------------------------------------------
           L9-CLOSE-ONE-SLOT.
           IF SPL-SLOT-SOURCE (FACT-SPL-SUB) NOT = SPACES THEN
               EVALUATE FACT-SPL-SUB
                   WHEN 1
                       CLOSE FACTSR1
                   WHEN 2
                       CLOSE FACTSR2
                   WHEN 3
                       CLOSE FACTSR3
                   WHEN 4
                       CLOSE FACTSR4
                   WHEN OTHER
                       CLOSE FACTSR5
               END-EVALUATE
           END-IF.
