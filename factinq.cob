      * FACTAUD dataset in a browser.  This job reads a query file of
      * request-ids (FACTQRY, one id per record in columns 1-8), looks
      * each one up on the master, and prints the stored answer - the
      * value, the result returned, the run mode, when the request was
      * first answered, how many times it has been served, and the
      * date it was voided if it has been - on the FACTQRP report.  A
      * request the master has never seen prints as NOT ON FILE.
      *
      * Modification history:
      *   2026-08-22  AWM  Original program.
      *   2026-10-15  AWM  Prints the wide stored result in place of
      *                    the single digit, so a run mode "3"
      *                    trailing-zero count shows in full; master
      *                    records from before that field existed
      *                    print their digit.
      *   2026-10-15  AWM  A voided request prints its void date;
      *                    the column is blank while the answer
      *                    stands.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTINQ.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(10) VALUE " VALUE (N)".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(10) VALUE "    RESULT".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(04) VALUE "MODE".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(10) VALUE "FIRST-TIME".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE " HITS".
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(08) VALUE "VOIDED  ".
            05  FILLER                  PIC X(01) VALUE SPACES.

        01  FACT-INQ-DETAIL-LINE.
            05  INQ-REQUEST-ID          PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  INQ-VALUE               PIC Z(09)9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  INQ-RESULT              PIC Z(09)9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  INQ-MODE                PIC X(01).
            05  FILLER                  PIC X(05) VALUE SPACES.
            05  INQ-FIRST-DATE          PIC 9(08).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  INQ-FIRST-TIME          PIC 9(08).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  INQ-HITS                PIC Z(04)9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  INQ-VOID-DATE           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.

        01  FACT-INQ-NOTFOUND-LINE.
            05  INQ-NF-REQUEST-ID       PIC X(08).
                   MOVE FACTMST-RECORD TO FACT-MASTER-RECORD
                   MOVE FACT-MST-REQUEST-ID TO INQ-REQUEST-ID
                   MOVE FACT-MST-VALUE TO INQ-VALUE
                   IF FACT-MST-RESULT IS NUMERIC THEN
                       MOVE FACT-MST-RESULT TO INQ-RESULT
                   ELSE
                       MOVE FACT-MST-DIGIT TO INQ-RESULT
                   END-IF
                   MOVE FACT-MST-RUN-MODE TO INQ-MODE
                   MOVE FACT-MST-FIRST-DATE TO INQ-FIRST-DATE
                   MOVE FACT-MST-FIRST-TIME TO INQ-FIRST-TIME
                   MOVE FACT-MST-HIT-COUNT TO INQ-HITS
                   IF FACT-MST-VOIDED THEN
                       MOVE FACT-MST-VOID-DATE TO INQ-VOID-DATE
                   ELSE
                       MOVE SPACES TO INQ-VOID-DATE
                   END-IF
                   WRITE FACTQRP-LINE FROM FACT-INQ-DETAIL-LINE
               ELSE
                   MOVE QRY-REQUEST-ID TO INQ-NF-REQUEST-ID
