      *                    its "P" (see FACT-REJ-PRIORITY) so an
      *                    urgent request stays expedited the
      *                    second time through.
      *   2026-10-15  AWM  Run mode "3" (trailing-zero count) rejects
      *                    are rebuilt into their own sub-feed like
      *                    modes "1" and "2".
      *   2026-10-15  AWM  A rejected void (see FACT-REJ-TRAN-TYPE)
      *                    is resubmitted as a void.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTRSB.

      *----------------------------------------------------------------
      * PER-MODE GROUP STATE - SLOT 1 IS RUN MODE "1", SLOT 2 IS RUN
      * MODE "2", SLOT 3 IS RUN MODE "3".  EACH GROUP REMEMBERS ITS
      * COUNT AND THE SOURCE SYSTEM OFF ITS REJECTS (SPACES ONCE TWO
      * REJECTS OF THE MODE DISAGREE - THE REBUILT HEADER THEN SAYS
      * SOURCE UNKNOWN).
      *----------------------------------------------------------------
        01  FACT-RSB-MODE-TABLE.
            05  FACT-RSB-MODE-ENTRY OCCURS 3 TIMES.
                10  RSB-MODE-COUNT      PIC 9(10).
                10  RSB-MODE-SOURCE     PIC X(03).
                10  RSB-MODE-MIX-SW     PIC X(01).
           R-PARA.
           MOVE 0 TO RSB-MODE-COUNT (1).
           MOVE 0 TO RSB-MODE-COUNT (2).
           MOVE 0 TO RSB-MODE-COUNT (3).
           MOVE SPACES TO RSB-MODE-SOURCE (1).
           MOVE SPACES TO RSB-MODE-SOURCE (2).
           MOVE SPACES TO RSB-MODE-SOURCE (3).
           MOVE "N" TO RSB-MODE-MIX-SW (1).
           MOVE "N" TO RSB-MODE-MIX-SW (2).
           MOVE "N" TO RSB-MODE-MIX-SW (3).

           OPEN INPUT FACTREJ.
           IF FACTREJ-STATUS NOT = "00" THEN
      *----------------------------------------------------------------
           MOVE 1 TO FACT-RSB-MODE-SUB.
           PERFORM R3-BUILD-ONE-FEED
               UNTIL FACT-RSB-MODE-SUB > 3.

           MOVE FACT-RSB-FEED-COUNT TO RSB-RPT-FEEDS.
           MOVE FACT-RSB-COUNT TO RSB-RPT-TOTAL.
      *----------------------------------------------------------------
      * R1-COUNT-ONE-REJECT - COUNTING PASS.  BUMP THE RECORD'S MODE
      * GROUP AND TRACK THE GROUP'S SOURCE CODE.  A MODE BYTE THAT IS
      * NOT "1", "2" OR "3" IS A CORRUPT REJECT FILE AND FAILS THE
      * RUN BEFORE FACTNEW IS TOUCHED.
      *----------------------------------------------------------------
           R1-COUNT-ONE-REJECT.
                       MOVE 1 TO FACT-RSB-MODE-SUB
                   WHEN "2"
                       MOVE 2 TO FACT-RSB-MODE-SUB
                   WHEN "3"
                       MOVE 3 TO FACT-RSB-MODE-SUB
                   WHEN OTHER
                       DISPLAY "FACTRSB - RECORD "
                           FACT-REJ-REQUEST-ID " CARRIES RUN MODE '"
           R3-BUILD-ONE-FEED.
           IF RSB-MODE-COUNT (FACT-RSB-MODE-SUB) > 0 THEN
               ADD 1 TO FACT-RSB-FEED-COUNT
               EVALUATE FACT-RSB-MODE-SUB
                   WHEN 1
                       MOVE "1" TO FACT-RSB-BUILD-MODE
                   WHEN 2
                       MOVE "2" TO FACT-RSB-BUILD-MODE
                   WHEN OTHER
                       MOVE "3" TO FACT-RSB-BUILD-MODE
               END-EVALUATE

               MOVE FACT-RSB-BUILD-MODE TO FACT-HDR-RUN-MODE
               MOVE RSB-MODE-COUNT (FACT-RSB-MODE-SUB)
                   MOVE FACT-REJ-REQUEST-ID TO FACT-IN-REQUEST-ID
                   MOVE FACT-REJ-VALUE TO FACT-IN-VALUE (1:10)
                   MOVE FACT-REJ-PRIORITY TO FACT-IN-PRIORITY
                   MOVE FACT-REJ-TRAN-TYPE TO FACT-IN-TRAN-TYPE
                   MOVE SPACES TO FACTNEW-RECORD
                   MOVE FACT-INPUT-RECORD TO FACTNEW-RECORD
                   WRITE FACTNEW-RECORD
