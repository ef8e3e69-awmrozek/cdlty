      *****************************************************************
      * PROGRAM-ID. FACTRJN
      *
      * Upstream reject notifications.  FACTREJ carries every detail
      * record FACTBAT refused, but until now the department that
      * sent it only heard about it when someone mailed them an
      * extract.  This step runs after FACTBAT (and the FACTSPL
      * split) and cuts one notification file per source system out
      * of FACTREJ - FACTRN1 - FACTRN5, routed exactly as the FACTSPL
      * return files are, by the FACTSPC record - so each team gets
      * its own rejects and nobody else's, in a shape it can load
      * (see FACTRJNL):
      *
      *   header   - FACTOUT run date and job, the source system, the
      *              details it sent that night (off FACTOUT) and the
      *              rejects that follow.
      *   details  - request-id and value exactly as received, the
      *              reason code and the reason in plain words.
      *   trailer  - the reject count and the count per reason code.
      *
      * Every routed file gets its header every night, even with
      * nothing rejected - "no rejects" is news to the team too.  The
      * trailers are written only when FACTOUT is sealed: a night
      * that did not finish has not rejected everything it is going
      * to, so its notifications go out unsealed and the step ends
      * return code 12.
      *
      * The night's rejects are also appended to the FACTRJH reject
      * history (see FACTRJNL), which FACTREJ - rewritten every night
      * - cannot be, for the FACTDQS monthly data-quality scorecard.
      * Only a sealed night is appended, and only once: a night
      * whose run date and job are already on FACTRJH is left alone
      * and the step ends return code 4.  A reject whose source has
      * no notification file still goes to the history, is counted
      * and reported, and ends the step return code 8 until FACTSPC
      * is fixed and the step rerun.
      *
      * Modification history:
      *   2026-10-15  AWM  Original program.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTRJN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTSPC ASSIGN TO FACTSPC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTSPC-STATUS.

            SELECT FACTOUT ASSIGN TO FACTOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTOUT-STATUS.

            SELECT FACTREJ ASSIGN TO FACTREJ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTREJ-STATUS.

            SELECT FACTRJH ASSIGN TO FACTRJH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRJH-STATUS.

            SELECT FACTRN1 ASSIGN TO FACTRN1
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRN1-STATUS.

            SELECT FACTRN2 ASSIGN TO FACTRN2
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRN2-STATUS.

            SELECT FACTRN3 ASSIGN TO FACTRN3
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRN3-STATUS.

            SELECT FACTRN4 ASSIGN TO FACTRN4
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRN4-STATUS.

            SELECT FACTRN5 ASSIGN TO FACTRN5
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRN5-STATUS.

            SELECT FACTRJP ASSIGN TO FACTRJP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTRJP-STATUS.

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

        FD  FACTREJ
            RECORDING MODE IS F.
        01  FACTREJ-RECORD              PIC X(80).

        FD  FACTRJH
            RECORDING MODE IS F.
        01  FACTRJH-RECORD              PIC X(80).

        FD  FACTRN1
            RECORDING MODE IS F.
        01  FACTRN1-RECORD              PIC X(80).

        FD  FACTRN2
            RECORDING MODE IS F.
        01  FACTRN2-RECORD              PIC X(80).

        FD  FACTRN3
            RECORDING MODE IS F.
        01  FACTRN3-RECORD              PIC X(80).

        FD  FACTRN4
            RECORDING MODE IS F.
        01  FACTRN4-RECORD              PIC X(80).

        FD  FACTRN5
            RECORDING MODE IS F.
        01  FACTRN5-RECORD              PIC X(80).

        FD  FACTRJP
            RECORDING MODE IS F.
        01  FACTRJP-LINE                PIC X(80).

        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SHARED RECORD LAYOUTS - SEE COPYBOOKS FACTRECL AND FACTRJNL.
      *----------------------------------------------------------------
           COPY FACTRECL.
           COPY FACTRJNL.

        77  FACTSPC-STATUS              PIC X(02).
        77  FACTOUT-STATUS              PIC X(02).
        77  FACTREJ-STATUS              PIC X(02).
        77  FACTRJH-STATUS              PIC X(02).
        77  FACTRN1-STATUS              PIC X(02).
        77  FACTRN2-STATUS              PIC X(02).
        77  FACTRN3-STATUS              PIC X(02).
        77  FACTRN4-STATUS              PIC X(02).
        77  FACTRN5-STATUS              PIC X(02).
        77  FACTRJP-STATUS              PIC X(02).

        77  FACT-RJN-TODAY              PIC 9(08) VALUE 0.
        77  FACT-RJN-OUT-DATE           PIC 9(08) VALUE 0.
        77  FACT-RJN-OUT-JOB            PIC X(08) VALUE SPACES.
        77  FACT-RJN-SUB                PIC 9(03) COMP VALUE 0.
        77  FACT-RJN-SUB-2              PIC 9(03) COMP VALUE 0.
        77  FACT-RJN-HIT                PIC 9(03) COMP VALUE 0.
        77  FACT-RJN-ROUTED             PIC 9(03) COMP VALUE 0.
        77  FACT-RJN-RSN-SUB            PIC 9(03) COMP VALUE 0.
        77  FACT-RJN-SLOT-NUM           PIC 9(01) VALUE 0.
        77  FACT-RJN-OPEN-STATUS        PIC X(02) VALUE SPACES.
        77  FACT-RJN-WORK-SOURCE        PIC X(03) VALUE SPACES.
        77  FACT-RJN-TEXT-WORK          PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * THE NIGHT'S FIGURES - REJECTS READ, THE ONES NO FILE TOOK,
      * THE ROWS FACTRJH ALREADY HOLDS FOR THE NIGHT AND THE ROWS
      * APPENDED TO IT THIS RUN.
      *----------------------------------------------------------------
        77  FACT-RJN-REJECTS            PIC 9(10) VALUE 0.
        77  FACT-RJN-UNROUTED           PIC 9(10) VALUE 0.
        77  FACT-RJN-FIRST-UNROUTED     PIC X(03) VALUE SPACES.
        77  FACT-RJN-HIST-ROWS          PIC 9(10) VALUE 0.
        77  FACT-RJN-APPENDED           PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * THE REASON CODE OFF THE REJECT, WITH A NUMERIC VIEW FOR
      * INDEXING THE TEXT TABLE AND THE TRAILER'S REASON SLOTS.
      *----------------------------------------------------------------
        01  FACT-RJN-REASON-WORK        PIC X(02) VALUE SPACES.
        01  FACT-RJN-REASON-NUM REDEFINES FACT-RJN-REASON-WORK
                                        PIC 9(02).

      *----------------------------------------------------------------
      * ONE SLOT PER NOTIFICATION FILE FACTRN1 - FACTRN5: THE SOURCE
      * ROUTED TO IT, THE DETAILS THAT SOURCE SENT ON FACTOUT, ITS
      * REJECTS AS COUNTED BEFORE THE HEADER IS WRITTEN, AND THE
      * PER-REASON COUNTS ITS TRAILER CARRIES.
      *----------------------------------------------------------------
        01  FACT-RJN-SLOT-TABLE.
            05  FACT-RJN-SLOT OCCURS 5 TIMES.
                10  RJN-SLOT-SOURCE     PIC X(03).
                10  RJN-SLOT-RECEIVED   PIC 9(10).
                10  RJN-SLOT-REJECTS    PIC 9(10).
                10  RJN-SLOT-REASON     PIC 9(06) OCCURS 10 TIMES.

        01  FACT-RJN-LINE               PIC X(80) VALUE SPACES.

        01  FACT-RJN-EOF-SW             PIC X(01) VALUE "N".
            88  FACT-RJN-EOF-YES             VALUE "Y".

        01  FACT-RJN-TRL-FOUND-SW       PIC X(01) VALUE "N".
            88  FACT-RJN-TRL-FOUND-YES       VALUE "Y".

        01  FACT-RJN-HIST-SW            PIC X(01) VALUE "N".
            88  FACT-RJN-HIST-APPEND         VALUE "Y".
            88  FACT-RJN-HIST-ALREADY        VALUE "A".
            88  FACT-RJN-HIST-FAILED         VALUE "F".

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTRJP NOTIFICATION REPORT.
      *----------------------------------------------------------------
        01  FACT-RJN-HDR-1.
            05  FILLER                  PIC X(40)
                VALUE "UPSTREAM REJECT NOTIFICATIONS - RUN DATE".
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  RJN-HDR-TODAY           PIC 9(08).
            05  FILLER                  PIC X(31) VALUE SPACES.

        01  FACT-RJN-HDR-2.
            05  FILLER                  PIC X(18)
                VALUE "FACTOUT RUN DATE: ".
            05  RJN-HDR-OUT-DATE        PIC 9(08).
            05  FILLER                  PIC X(07) VALUE "  JOB: ".
            05  RJN-HDR-JOB             PIC X(08).
            05  FILLER                  PIC X(39) VALUE SPACES.

        01  FACT-RJN-FIGURE-LINE.
            05  RJN-FIG-FILE            PIC X(08).
            05  RJN-FIG-SOURCE          PIC X(03).
            05  FILLER                  PIC X(10) VALUE " RECEIVED ".
            05  RJN-FIG-RECEIVED        PIC Z(09)9.
            05  FILLER                  PIC X(10) VALUE "  REJECTED".
            05  RJN-FIG-REJECTS         PIC Z(09)9.
            05  FILLER                  PIC X(29) VALUE SPACES.

        01  FACT-RJN-REASON-LINE.
            05  FILLER                  PIC X(06) VALUE SPACES.
            05  RJN-RSN-CODE            PIC X(02).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RJN-RSN-TEXT            PIC X(40).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RJN-RSN-COUNT           PIC Z(09)9.
            05  FILLER                  PIC X(18) VALUE SPACES.

        01  FACT-RJN-COUNT-LINE.
            05  RJN-CNT-LABEL           PIC X(44).
            05  RJN-CNT-VALUE           PIC Z(09)9.
            05  FILLER                  PIC X(26) VALUE SPACES.

        01  FACT-RJN-NOTE-LINE.
            05  RJN-NOTE-TEXT           PIC X(80).

        PROCEDURE DIVISION.
           J-PARA.
           OPEN OUTPUT FACTRJP.
           IF FACTRJP-STATUS NOT = "00" THEN
               DISPLAY "FACTRJN - UNABLE TO OPEN FACTRJP - FILE STATUS "
                   FACTRJP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT FACT-RJN-TODAY FROM DATE YYYYMMDD.
           MOVE FACT-RJN-TODAY TO RJN-HDR-TODAY.
           WRITE FACTRJP-LINE FROM FACT-RJN-HDR-1.
           WRITE FACTRJP-LINE FROM SPACES.

           PERFORM J1-READ-ROUTING.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRJP
               STOP RUN
           END-IF.

           PERFORM J2-READ-FACTOUT.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRJP
               STOP RUN
           END-IF.

           PERFORM J3-COUNT-REJECTS.
           IF RETURN-CODE NOT = 0 THEN
               CLOSE FACTRJP
               STOP RUN
           END-IF.

           PERFORM J5-OPEN-ONE-SLOT
               VARYING FACT-RJN-SUB FROM 1 BY 1
               UNTIL FACT-RJN-SUB > 5.
           IF RETURN-CODE NOT = 0 THEN
               PERFORM J12-CLOSE-ONE-SLOT
                   VARYING FACT-RJN-SUB FROM 1 BY 1
                   UNTIL FACT-RJN-SUB > 5
               CLOSE FACTRJP
               STOP RUN
           END-IF.

           PERFORM J6-WRITE-SLOT-HEADER
               VARYING FACT-RJN-SUB FROM 1 BY 1
               UNTIL FACT-RJN-SUB > 5.

      *----------------------------------------------------------------
      * ONLY A SEALED NIGHT GOES TO THE HISTORY, AND ONLY ONCE.
      *----------------------------------------------------------------
           IF FACT-RJN-TRL-FOUND-YES THEN
               PERFORM J4-CHECK-HISTORY
           END-IF.

           OPEN INPUT FACTREJ.
           MOVE "N" TO FACT-RJN-EOF-SW.
           PERFORM J7-NOTIFY-ONE-REJECT UNTIL FACT-RJN-EOF-YES.
           CLOSE FACTREJ.
           IF FACT-RJN-HIST-APPEND THEN
               CLOSE FACTRJH
           END-IF.

           IF FACT-RJN-TRL-FOUND-YES THEN
               PERFORM J9-WRITE-SLOT-TRAILER
                   VARYING FACT-RJN-SUB FROM 1 BY 1
                   UNTIL FACT-RJN-SUB > 5
           END-IF.

           PERFORM J10-PRINT-FIGURES.

           PERFORM J12-CLOSE-ONE-SLOT
               VARYING FACT-RJN-SUB FROM 1 BY 1
               UNTIL FACT-RJN-SUB > 5.
           CLOSE FACTRJP.
           STOP RUN.

      *----------------------------------------------------------------
      * J1-READ-ROUTING - THE ONE FACTSPC RECORD, THE SAME ONE THE
      * FACTSPL RETURN FILES ARE ROUTED BY, REFUSED ON THE SAME
      * GROUNDS: MISSING, EMPTY, NAMING NO SOURCE, OR NAMING ONE
      * SOURCE TWICE.
      *----------------------------------------------------------------
           J1-READ-ROUTING.
           OPEN INPUT FACTSPC.
           IF FACTSPC-STATUS NOT = "00" THEN
               DISPLAY "FACTRJN - UNABLE TO OPEN FACTSPC - FILE STATUS "
                   FACTSPC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FACTSPC-RECORD
               READ FACTSPC
                   AT END
                       DISPLAY "FACTRJN - FACTSPC IS EMPTY - NO SOURCE "
                           "IS ROUTED"
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE FACTSPC
           END-IF.

           IF RETURN-CODE = 0 THEN
               PERFORM J1A-LOAD-ONE-ROUTE
                   VARYING FACT-RJN-SUB FROM 1 BY 1
                   UNTIL FACT-RJN-SUB > 5
               IF FACT-RJN-ROUTED = 0 THEN
                   DISPLAY "FACTRJN - FACTSPC NAMES NO SOURCE SYSTEM - "
                       "NOTHING TO NOTIFY"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           J1A-LOAD-ONE-ROUTE.
           MOVE SPC-SOURCE-SYS (FACT-RJN-SUB)
               TO RJN-SLOT-SOURCE (FACT-RJN-SUB).
           MOVE 0 TO RJN-SLOT-RECEIVED (FACT-RJN-SUB).
           MOVE 0 TO RJN-SLOT-REJECTS (FACT-RJN-SUB).
           PERFORM J1C-CLEAR-ONE-REASON
               VARYING FACT-RJN-RSN-SUB FROM 1 BY 1
               UNTIL FACT-RJN-RSN-SUB > 10.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               ADD 1 TO FACT-RJN-ROUTED
               PERFORM J1B-CHECK-ONE-EARLIER
                   VARYING FACT-RJN-SUB-2 FROM 1 BY 1
                   UNTIL FACT-RJN-SUB-2 >= FACT-RJN-SUB
           END-IF.

           J1B-CHECK-ONE-EARLIER.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB-2)
                   = RJN-SLOT-SOURCE (FACT-RJN-SUB) THEN
               DISPLAY "FACTRJN - SOURCE "
                   RJN-SLOT-SOURCE (FACT-RJN-SUB)
                   " ROUTED TWICE ON FACTSPC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
           END-IF.

           J1C-CLEAR-ONE-REASON.
           MOVE 0 TO RJN-SLOT-REASON (FACT-RJN-SUB, FACT-RJN-RSN-SUB).

      *----------------------------------------------------------------
      * J2-READ-FACTOUT - THE NIGHT THE REJECTS BELONG TO.  FACTREJ
      * CARRIES NO DATE OF ITS OWN, SO THE RUN DATE AND JOB COME OFF
      * THE FACTOUT HEADER; A FACTOUT WITHOUT ONE LEAVES NOTHING TO
      * NAME THE NOTIFICATIONS BY.  THE DETAILS ARE COUNTED PER
      * SOURCE FOR THE HEADERS, AND THE TRAILER SAYS WHETHER THE
      * NIGHT IS SEALED.
      *----------------------------------------------------------------
           J2-READ-FACTOUT.
           OPEN INPUT FACTOUT.
           IF FACTOUT-STATUS NOT = "00" THEN
               DISPLAY "FACTRJN - UNABLE TO OPEN FACTOUT - FILE STATUS "
                   FACTOUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FACTOUT-RECORD
               READ FACTOUT
                   AT END
                       MOVE SPACES TO FACTOUT-RECORD
               END-READ
               IF FACTOUT-RECORD (1:3) NOT = "HDR" THEN
                   DISPLAY "FACTRJN - FACTOUT CARRIES NO HEADER "
                       "RECORD - NOTHING NOTIFIED"
                   MOVE "** FACTOUT CARRIES NO HEADER RECORD - "
                       TO RJN-NOTE-TEXT
                   MOVE "NOTHING NOTIFIED **" TO RJN-NOTE-TEXT (39:19)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE FACTOUT-RECORD TO FACT-OUT-HEADER-RECORD
                   MOVE FACT-OHD-RUN-DATE TO FACT-RJN-OUT-DATE
                   MOVE FACT-OHD-JOB-NAME TO FACT-RJN-OUT-JOB
                   MOVE FACT-RJN-OUT-DATE TO RJN-HDR-OUT-DATE
                   MOVE FACT-RJN-OUT-JOB TO RJN-HDR-JOB
                   WRITE FACTRJP-LINE FROM FACT-RJN-HDR-2
                   WRITE FACTRJP-LINE FROM SPACES
                   MOVE "N" TO FACT-RJN-EOF-SW
                   PERFORM J2A-COUNT-ONE-DETAIL
                       UNTIL FACT-RJN-EOF-YES
               END-IF
               CLOSE FACTOUT
           END-IF.

           J2A-COUNT-ONE-DETAIL.
           READ FACTOUT
               AT END
                   SET FACT-RJN-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-RJN-EOF-YES THEN
               IF FACTOUT-RECORD (1:3) = "TRL" THEN
                   SET FACT-RJN-TRL-FOUND-YES TO TRUE
               ELSE
                   MOVE FACTOUT-RECORD TO FACT-OUTPUT-RECORD
                   MOVE FACT-OUT-SOURCE-SYS TO FACT-RJN-WORK-SOURCE
                   PERFORM J8-FIND-SLOT
                   IF FACT-RJN-HIT > 0 THEN
                       ADD 1 TO RJN-SLOT-RECEIVED (FACT-RJN-HIT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * J3-COUNT-REJECTS - A FIRST PASS OVER FACTREJ SO EACH HEADER
      * CAN CARRY ITS FILE'S REJECT COUNT.  FACTBAT WRITES FACTREJ
      * EVERY RUN, EMPTY OR NOT, SO ONE THAT WILL NOT OPEN IS A
      * FAILURE, NOT A QUIET NIGHT.
      *----------------------------------------------------------------
           J3-COUNT-REJECTS.
           OPEN INPUT FACTREJ.
           IF FACTREJ-STATUS NOT = "00" THEN
               DISPLAY "FACTRJN - UNABLE TO OPEN FACTREJ - FILE STATUS "
                   FACTREJ-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO FACT-RJN-EOF-SW
               PERFORM J3A-COUNT-ONE-REJECT UNTIL FACT-RJN-EOF-YES
               CLOSE FACTREJ
           END-IF.

           J3A-COUNT-ONE-REJECT.
           READ FACTREJ
               AT END
                   SET FACT-RJN-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-RJN-EOF-YES THEN
               MOVE FACTREJ-RECORD TO FACT-REJECT-RECORD
               MOVE FACT-REJ-SOURCE-SYS TO FACT-RJN-WORK-SOURCE
               PERFORM J8-FIND-SLOT
               IF FACT-RJN-HIT > 0 THEN
                   ADD 1 TO RJN-SLOT-REJECTS (FACT-RJN-HIT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * J4-CHECK-HISTORY - HAS THIS NIGHT ALREADY BEEN APPENDED TO
      * FACTRJH?  A HISTORY THAT WILL NOT OPEN FOR INPUT HAS NEVER
      * BEEN WRITTEN.  IF THE NIGHT IS NOT THERE THE HISTORY IS
      * OPENED TO TAKE IT; ONE THAT WILL NOT OPEN FOR APPEND COSTS
      * THE SCORECARD THE NIGHT BUT NOT THE TEAMS THEIR NOTICES.
      *----------------------------------------------------------------
           J4-CHECK-HISTORY.
           MOVE 0 TO FACT-RJN-HIST-ROWS.
           OPEN INPUT FACTRJH.
           IF FACTRJH-STATUS = "00" THEN
               MOVE "N" TO FACT-RJN-EOF-SW
               PERFORM J4A-CHECK-ONE-ROW UNTIL FACT-RJN-EOF-YES
               CLOSE FACTRJH
           END-IF.

           IF FACT-RJN-HIST-ROWS > 0 THEN
               SET FACT-RJN-HIST-ALREADY TO TRUE
           ELSE
               OPEN EXTEND FACTRJH
               IF FACTRJH-STATUS NOT = "00" THEN
                   OPEN OUTPUT FACTRJH
               END-IF
               IF FACTRJH-STATUS NOT = "00" THEN
                   DISPLAY "FACTRJN - UNABLE TO OPEN FACTRJH - FILE "
                       "STATUS " FACTRJH-STATUS " - NIGHT NOT ADDED TO "
                       "THE REJECT HISTORY"
                   SET FACT-RJN-HIST-FAILED TO TRUE
               ELSE
                   SET FACT-RJN-HIST-APPEND TO TRUE
               END-IF
           END-IF.

           J4A-CHECK-ONE-ROW.
           READ FACTRJH
               AT END
                   SET FACT-RJN-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-RJN-EOF-YES THEN
               MOVE FACTRJH-RECORD TO FACT-RJH-RECORD
               IF FACT-RJH-RUN-DATE = FACT-RJN-OUT-DATE AND
                   FACT-RJH-JOB-NAME = FACT-RJN-OUT-JOB THEN
                   ADD 1 TO FACT-RJN-HIST-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * J5-OPEN-ONE-SLOT - OPEN A ROUTED NOTIFICATION FILE.  ONE THAT
      * WILL NOT OPEN FAILS THE STEP - THE TEAM WOULD OTHERWISE BE
      * SENT LAST NIGHT'S NOTICE AGAIN.
      *----------------------------------------------------------------
           J5-OPEN-ONE-SLOT.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               MOVE FACT-RJN-SUB TO FACT-RJN-SLOT-NUM
               EVALUATE FACT-RJN-SUB
                   WHEN 1
                       OPEN OUTPUT FACTRN1
                       MOVE FACTRN1-STATUS TO FACT-RJN-OPEN-STATUS
                   WHEN 2
                       OPEN OUTPUT FACTRN2
                       MOVE FACTRN2-STATUS TO FACT-RJN-OPEN-STATUS
                   WHEN 3
                       OPEN OUTPUT FACTRN3
                       MOVE FACTRN3-STATUS TO FACT-RJN-OPEN-STATUS
                   WHEN 4
                       OPEN OUTPUT FACTRN4
                       MOVE FACTRN4-STATUS TO FACT-RJN-OPEN-STATUS
                   WHEN OTHER
                       OPEN OUTPUT FACTRN5
                       MOVE FACTRN5-STATUS TO FACT-RJN-OPEN-STATUS
               END-EVALUATE
               IF FACT-RJN-OPEN-STATUS NOT = "00" THEN
                   DISPLAY "FACTRJN - UNABLE TO OPEN FACTRN"
                       FACT-RJN-SLOT-NUM " FOR SOURCE "
                       RJN-SLOT-SOURCE (FACT-RJN-SUB)
                       " - FILE STATUS " FACT-RJN-OPEN-STATUS
                   MOVE SPACES TO RJN-SLOT-SOURCE (FACT-RJN-SUB)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * J6-WRITE-SLOT-HEADER - THE "HDR" FOR NOTIFICATION FILE
      * FACT-RJN-SUB.
      *----------------------------------------------------------------
           J6-WRITE-SLOT-HEADER.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               MOVE "HDR" TO FACT-RNH-RECORD-TYPE
               MOVE FACT-RJN-OUT-DATE TO FACT-RNH-RUN-DATE
               MOVE RJN-SLOT-SOURCE (FACT-RJN-SUB)
                   TO FACT-RNH-SOURCE-SYS
               MOVE FACT-RJN-OUT-JOB TO FACT-RNH-JOB-NAME
               MOVE RJN-SLOT-RECEIVED (FACT-RJN-SUB)
                   TO FACT-RNH-RECEIVED
               MOVE RJN-SLOT-REJECTS (FACT-RJN-SUB) TO FACT-RNH-REJECTS
               MOVE SPACES TO FACT-RJN-LINE
               MOVE FACT-RNH-RECORD TO FACT-RJN-LINE
               PERFORM J6A-WRITE-SLOT-LINE
           END-IF.

      *----------------------------------------------------------------
      * J6A-WRITE-SLOT-LINE - WRITE FACT-RJN-LINE TO NOTIFICATION
      * FILE FACT-RJN-SUB.
      *----------------------------------------------------------------
           J6A-WRITE-SLOT-LINE.
           EVALUATE FACT-RJN-SUB
               WHEN 1
                   WRITE FACTRN1-RECORD FROM FACT-RJN-LINE
               WHEN 2
                   WRITE FACTRN2-RECORD FROM FACT-RJN-LINE
               WHEN 3
                   WRITE FACTRN3-RECORD FROM FACT-RJN-LINE
               WHEN 4
                   WRITE FACTRN4-RECORD FROM FACT-RJN-LINE
               WHEN OTHER
                   WRITE FACTRN5-RECORD FROM FACT-RJN-LINE
           END-EVALUATE.

      *----------------------------------------------------------------
      * J7-NOTIFY-ONE-REJECT - ONE FACTREJ RECORD: A NOTIFICATION
      * DETAIL IN ITS SOURCE'S FILE, ITS REASON COUNTED FOR THAT
      * FILE'S TRAILER, AND A ROW ON THE REJECT HISTORY WHEN THE
      * NIGHT IS BEING APPENDED - ROUTED OR NOT.
      *----------------------------------------------------------------
           J7-NOTIFY-ONE-REJECT.
           READ FACTREJ
               AT END
                   SET FACT-RJN-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-RJN-EOF-YES THEN
               MOVE FACTREJ-RECORD TO FACT-REJECT-RECORD
               ADD 1 TO FACT-RJN-REJECTS
               MOVE FACT-REJ-REASON TO FACT-RJN-REASON-WORK
               PERFORM J11-FIND-REASON-TEXT

               MOVE FACT-REJ-SOURCE-SYS TO FACT-RJN-WORK-SOURCE
               PERFORM J8-FIND-SLOT
               IF FACT-RJN-HIT = 0 THEN
                   IF FACT-RJN-UNROUTED = 0 THEN
                       MOVE FACT-REJ-SOURCE-SYS
                           TO FACT-RJN-FIRST-UNROUTED
                   END-IF
                   ADD 1 TO FACT-RJN-UNROUTED
               ELSE
                   MOVE FACT-RJN-HIT TO FACT-RJN-SUB
                   PERFORM J7A-WRITE-SLOT-DETAIL
               END-IF

               IF FACT-RJN-HIST-APPEND THEN
                   PERFORM J7B-APPEND-HISTORY
               END-IF
           END-IF.

           J7A-WRITE-SLOT-DETAIL.
           MOVE SPACES TO FACT-RND-RECORD.
           MOVE FACT-REJ-REQUEST-ID TO FACT-RND-REQUEST-ID.
           MOVE FACT-REJ-VALUE TO FACT-RND-VALUE.
           MOVE FACT-REJ-REASON TO FACT-RND-REASON.
           MOVE FACT-RJN-TEXT-WORK TO FACT-RND-REASON-TEXT.
           MOVE FACT-REJ-PRIORITY TO FACT-RND-PRIORITY.
           MOVE FACT-REJ-TRAN-TYPE TO FACT-RND-TRAN-TYPE.
           MOVE SPACES TO FACT-RJN-LINE.
           MOVE FACT-RND-RECORD TO FACT-RJN-LINE.
           PERFORM J6A-WRITE-SLOT-LINE.

           IF FACT-RJN-REASON-WORK IS NUMERIC THEN
               IF FACT-RJN-REASON-NUM > 0 AND
                   FACT-RJN-REASON-NUM <= 10 THEN
                   ADD 1 TO RJN-SLOT-REASON
                       (FACT-RJN-SUB, FACT-RJN-REASON-NUM)
               END-IF
           END-IF.

           J7B-APPEND-HISTORY.
           MOVE SPACES TO FACT-RJH-RECORD.
           MOVE FACT-RJN-OUT-DATE TO FACT-RJH-RUN-DATE.
           MOVE FACT-RJN-OUT-JOB TO FACT-RJH-JOB-NAME.
           MOVE FACT-REJ-REQUEST-ID TO FACT-RJH-REQUEST-ID.
           MOVE FACT-REJ-VALUE TO FACT-RJH-VALUE.
           MOVE FACT-REJ-REASON TO FACT-RJH-REASON.
           MOVE FACT-REJ-RUN-MODE TO FACT-RJH-RUN-MODE.
           MOVE FACT-REJ-SOURCE-SYS TO FACT-RJH-SOURCE-SYS.
           MOVE FACT-REJ-PRIORITY TO FACT-RJH-PRIORITY.
           MOVE FACT-REJ-TRAN-TYPE TO FACT-RJH-TRAN-TYPE.
           MOVE SPACES TO FACTRJH-RECORD.
           MOVE FACT-RJH-RECORD TO FACTRJH-RECORD.
           WRITE FACTRJH-RECORD.
           ADD 1 TO FACT-RJN-APPENDED.

      *----------------------------------------------------------------
      * J8-FIND-SLOT - THE NOTIFICATION FILE ROUTED THE SOURCE IN
      * FACT-RJN-WORK-SOURCE, INTO FACT-RJN-HIT; ZERO WHEN NONE IS.
      *----------------------------------------------------------------
           J8-FIND-SLOT.
           MOVE 0 TO FACT-RJN-HIT.
           PERFORM J8A-MATCH-ONE-SLOT
               VARYING FACT-RJN-SUB-2 FROM 1 BY 1
               UNTIL FACT-RJN-SUB-2 > 5 OR FACT-RJN-HIT > 0.

           J8A-MATCH-ONE-SLOT.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB-2) NOT = SPACES AND
               RJN-SLOT-SOURCE (FACT-RJN-SUB-2)
                   = FACT-RJN-WORK-SOURCE THEN
               MOVE FACT-RJN-SUB-2 TO FACT-RJN-HIT
           END-IF.

      *----------------------------------------------------------------
      * J9-WRITE-SLOT-TRAILER - THE "TRL" FOR NOTIFICATION FILE
      * FACT-RJN-SUB: THE REJECTS WRITTEN AND THE COUNT PER REASON.
      *----------------------------------------------------------------
           J9-WRITE-SLOT-TRAILER.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               MOVE "TRL" TO FACT-RNT-RECORD-TYPE
               MOVE RJN-SLOT-REJECTS (FACT-RJN-SUB) TO FACT-RNT-REJECTS
               PERFORM J9A-MOVE-ONE-REASON
                   VARYING FACT-RJN-RSN-SUB FROM 1 BY 1
                   UNTIL FACT-RJN-RSN-SUB > 10
               MOVE SPACES TO FACT-RJN-LINE
               MOVE FACT-RNT-RECORD TO FACT-RJN-LINE
               PERFORM J6A-WRITE-SLOT-LINE
           END-IF.

           J9A-MOVE-ONE-REASON.
           MOVE RJN-SLOT-REASON (FACT-RJN-SUB, FACT-RJN-RSN-SUB)
               TO FACT-RNT-REASON-COUNT (FACT-RJN-RSN-SUB).

      *----------------------------------------------------------------
      * J10-PRINT-FIGURES - ONE LINE PER NOTIFICATION FILE WITH ITS
      * REASONS BENEATH, THE NIGHT'S OWN FIGURES, AND THE STEP'S
      * VERDICT.
      *----------------------------------------------------------------
           J10-PRINT-FIGURES.
           PERFORM J10A-PRINT-ONE-SLOT
               VARYING FACT-RJN-SUB FROM 1 BY 1
               UNTIL FACT-RJN-SUB > 5.
           WRITE FACTRJP-LINE FROM SPACES.

           MOVE "FACTREJ RECORDS READ" TO RJN-CNT-LABEL.
           MOVE FACT-RJN-REJECTS TO RJN-CNT-VALUE.
           WRITE FACTRJP-LINE FROM FACT-RJN-COUNT-LINE.
           MOVE "ADDED TO THE FACTRJH REJECT HISTORY" TO RJN-CNT-LABEL.
           MOVE FACT-RJN-APPENDED TO RJN-CNT-VALUE.
           WRITE FACTRJP-LINE FROM FACT-RJN-COUNT-LINE.
           WRITE FACTRJP-LINE FROM SPACES.

           EVALUATE TRUE
               WHEN NOT FACT-RJN-TRL-FOUND-YES
                   MOVE "** FACTOUT CARRIES NO TRAILER - NOTIFICATIONS "
                       TO RJN-NOTE-TEXT
                   MOVE "LEFT UNSEALED **" TO RJN-NOTE-TEXT (47:16)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   DISPLAY "FACTRJN - FACTOUT " FACT-RJN-OUT-DATE
                       " IS UNSEALED - NOTIFICATIONS NOT SEALED"
                   MOVE 12 TO RETURN-CODE
               WHEN FACT-RJN-UNROUTED > 0
                   MOVE "REJECTS FOR A SOURCE WITH NO NOTICE FILE"
                       TO RJN-CNT-LABEL
                   MOVE FACT-RJN-UNROUTED TO RJN-CNT-VALUE
                   WRITE FACTRJP-LINE FROM FACT-RJN-COUNT-LINE
                   MOVE "** FIRST UNROUTED SOURCE '" TO RJN-NOTE-TEXT
                   MOVE FACT-RJN-FIRST-UNROUTED
                       TO RJN-NOTE-TEXT (27:3)
                   MOVE "' - ADD IT TO FACTSPC AND RERUN THE STEP **"
                       TO RJN-NOTE-TEXT (30:43)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   DISPLAY "FACTRJN - " FACT-RJN-UNROUTED
                       " REJECT(S) FOR A SOURCE WITH NO NOTIFICATION "
                       "FILE - FIRST '" FACT-RJN-FIRST-UNROUTED "'"
                   MOVE 8 TO RETURN-CODE
               WHEN FACT-RJN-HIST-FAILED
                   MOVE "** FACTRJH WILL NOT OPEN - NOTIFICATIONS "
                       TO RJN-NOTE-TEXT
                   MOVE "SEALED, HISTORY NOT ADDED TO **"
                       TO RJN-NOTE-TEXT (42:31)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN FACT-RJN-HIST-ALREADY
                   MOVE "NOTIFICATIONS SEALED - NIGHT ALREADY ON "
                       TO RJN-NOTE-TEXT
                   MOVE "FACTRJH, NOT ADDED AGAIN"
                       TO RJN-NOTE-TEXT (41:24)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   DISPLAY "FACTRJN - " FACT-RJN-OUT-DATE " "
                       FACT-RJN-OUT-JOB " ALREADY ON FACTRJH - REJECT "
                       "HISTORY NOT ADDED TO AGAIN"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "NOTIFICATIONS SEALED AND REJECTS ADDED TO "
                       TO RJN-NOTE-TEXT
                   MOVE "FACTRJH" TO RJN-NOTE-TEXT (43:7)
                   WRITE FACTRJP-LINE FROM FACT-RJN-NOTE-LINE
                   DISPLAY "FACTRJN - " FACT-RJN-ROUTED
                       " NOTIFICATION FILE(S) SEALED FOR "
                       FACT-RJN-OUT-DATE
           END-EVALUATE.

           J10A-PRINT-ONE-SLOT.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               MOVE FACT-RJN-SUB TO FACT-RJN-SLOT-NUM
               MOVE "FACTRN" TO RJN-FIG-FILE
               MOVE FACT-RJN-SLOT-NUM TO RJN-FIG-FILE (7:1)
               MOVE RJN-SLOT-SOURCE (FACT-RJN-SUB) TO RJN-FIG-SOURCE
               MOVE RJN-SLOT-RECEIVED (FACT-RJN-SUB)
                   TO RJN-FIG-RECEIVED
               MOVE RJN-SLOT-REJECTS (FACT-RJN-SUB) TO RJN-FIG-REJECTS
               WRITE FACTRJP-LINE FROM FACT-RJN-FIGURE-LINE
               PERFORM J10B-PRINT-ONE-REASON
                   VARYING FACT-RJN-RSN-SUB FROM 1 BY 1
                   UNTIL FACT-RJN-RSN-SUB > 10
           END-IF.

           J10B-PRINT-ONE-REASON.
           IF RJN-SLOT-REASON (FACT-RJN-SUB, FACT-RJN-RSN-SUB) > 0 THEN
               MOVE FACT-RJN-RSN-SUB TO FACT-RJN-REASON-NUM
               PERFORM J11-FIND-REASON-TEXT
               MOVE FACT-RJN-REASON-WORK TO RJN-RSN-CODE
               MOVE FACT-RJN-TEXT-WORK TO RJN-RSN-TEXT
               MOVE RJN-SLOT-REASON (FACT-RJN-SUB, FACT-RJN-RSN-SUB)
                   TO RJN-RSN-COUNT
               WRITE FACTRJP-LINE FROM FACT-RJN-REASON-LINE
           END-IF.

      *----------------------------------------------------------------
      * J11-FIND-REASON-TEXT - THE PLAIN-LANGUAGE WORDING FOR THE
      * REASON CODE IN FACT-RJN-REASON-WORK (SEE FACTRJNL).  A CODE
      * THE TABLE DOES NOT KNOW IS STILL PASSED ON, SAID AS MUCH.
      *----------------------------------------------------------------
           J11-FIND-REASON-TEXT.
           MOVE "REASON CODE NOT RECOGNISED" TO FACT-RJN-TEXT-WORK.
           IF FACT-RJN-REASON-WORK IS NUMERIC THEN
               IF FACT-RJN-REASON-NUM > 0 AND
                   FACT-RJN-REASON-NUM <= FACT-RJN-REASON-LIMIT THEN
                   MOVE FACT-RJN-REASON-TEXT (FACT-RJN-REASON-NUM)
                       TO FACT-RJN-TEXT-WORK
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * J12-CLOSE-ONE-SLOT - CLOSE A ROUTED NOTIFICATION FILE.
      *----------------------------------------------------------------
           J12-CLOSE-ONE-SLOT.
           IF RJN-SLOT-SOURCE (FACT-RJN-SUB) NOT = SPACES THEN
               EVALUATE FACT-RJN-SUB
                   WHEN 1
                       CLOSE FACTRN1
                   WHEN 2
                       CLOSE FACTRN2
                   WHEN 3
                       CLOSE FACTRN3
                   WHEN 4
                       CLOSE FACTRN4
                   WHEN OTHER
                       CLOSE FACTRN5
               END-EVALUATE
           END-IF.
