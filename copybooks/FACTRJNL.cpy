      *****************************************************************
      * FACTRJNL - UPSTREAM REJECT NOTIFICATION AND REJECT HISTORY
      *            RECORD LAYOUTS.
      *
      * The FACTRJN step turns the night's FACTREJ into one reject
      * notification file per source system (FACTRN1 - FACTRN5,
      * routed by the same FACTSPC record as the FACTSPL return
      * files), in the shape the upstream teams load:
      *
      *   FACT-RNH-RECORD  "HDR" - the FACTOUT run date and job, the
      *                    source system, the details that source
      *                    sent that night and the rejects that
      *                    follow.
      *   FACT-RND-RECORD  one per rejected record - the request-id
      *                    and value exactly as received, the
      *                    FACT-REJ-REASON code and the reason in
      *                    plain words, and the priority and
      *                    transaction type it came in with.
      *   FACT-RNT-RECORD  "TRL" - the reject count again, and the
      *                    count under each reason code (slot n is
      *                    reason code n).  Written only when FACTOUT
      *                    itself is sealed; a notification without a
      *                    "TRL" must not be loaded.
      *
      * FACT-RJH-RECORD - the FACTRJH reject history.  FACTREJ is
      * rewritten every night, so FACTRJN appends each night's
      * rejects here, stamped with the FACTOUT run date and job, for
      * the FACTDQS monthly data-quality scorecard.  A night is
      * appended once; rerunning the step for a night already on the
      * history leaves the history alone.
      *
      * FACT-RJN-REASON-TEXT - the plain-language wording for each
      * FACT-REJ-REASON code (see FACTRECL), entry n for code n.  A
      * new reason code is added here and FACT-RJN-REASON-LIMIT
      * raised with it.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *   2026-10-15  AWM  Added the wording for reason 08 (run mode
      *                    "2" value over the FACTPRM cost limit).
      *****************************************************************

       01  FACT-RNH-RECORD.
           05  FACT-RNH-RECORD-TYPE    PIC X(03)  VALUE "HDR".
           05  FACT-RNH-RUN-DATE       PIC 9(08)  VALUE 0.
           05  FACT-RNH-SOURCE-SYS     PIC X(03)  VALUE SPACES.
           05  FACT-RNH-JOB-NAME       PIC X(08)  VALUE SPACES.
           05  FACT-RNH-RECEIVED       PIC 9(10)  VALUE 0.
           05  FACT-RNH-REJECTS        PIC 9(10)  VALUE 0.
           05  FILLER                  PIC X(38)  VALUE SPACES.

       01  FACT-RND-RECORD.
           05  FACT-RND-REQUEST-ID     PIC X(08)  VALUE SPACES.
           05  FACT-RND-VALUE          PIC X(10)  VALUE SPACES.
           05  FACT-RND-REASON         PIC X(02)  VALUE SPACES.
           05  FACT-RND-REASON-TEXT    PIC X(40)  VALUE SPACES.
           05  FACT-RND-PRIORITY       PIC X(01)  VALUE SPACES.
           05  FACT-RND-TRAN-TYPE      PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE SPACES.

       01  FACT-RNT-RECORD.
           05  FACT-RNT-RECORD-TYPE    PIC X(03)  VALUE "TRL".
           05  FACT-RNT-REJECTS        PIC 9(10)  VALUE 0.
           05  FACT-RNT-REASON-COUNT   PIC 9(06)  VALUE 0
                                       OCCURS 10 TIMES.
           05  FILLER                  PIC X(07)  VALUE SPACES.

       01  FACT-RJH-RECORD.
           05  FACT-RJH-RUN-DATE       PIC 9(08)  VALUE 0.
           05  FACT-RJH-JOB-NAME       PIC X(08)  VALUE SPACES.
           05  FACT-RJH-REQUEST-ID     PIC X(08)  VALUE SPACES.
           05  FACT-RJH-VALUE          PIC X(10)  VALUE SPACES.
           05  FACT-RJH-REASON         PIC X(02)  VALUE SPACES.
           05  FACT-RJH-RUN-MODE       PIC X(01)  VALUE SPACES.
           05  FACT-RJH-SOURCE-SYS     PIC X(03)  VALUE SPACES.
           05  FACT-RJH-PRIORITY       PIC X(01)  VALUE SPACES.
           05  FACT-RJH-TRAN-TYPE      PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(38)  VALUE SPACES.

       01  FACT-RJN-REASON-LIMIT       PIC 9(02)  VALUE 08.

       01  FACT-RJN-REASON-VALUES.
           05  FILLER                  PIC X(40)  VALUE
               "VALUE IS NOT A WHOLE NUMBER".
           05  FILLER                  PIC X(40)  VALUE
               "VALUE IS BELOW THE ALLOWED MINIMUM".
           05  FILLER                  PIC X(40)  VALUE
               "VALUE IS ABOVE THE ALLOWED MAXIMUM".
           05  FILLER                  PIC X(40)  VALUE
               "REQUEST-ID PREFIX NOT ALLOWED FOR FEED".
           05  FILLER                  PIC X(40)  VALUE
               "REQUEST-ID IS BLANK".
           05  FILLER                  PIC X(40)  VALUE
               "VOID OF A REQUEST NEVER ANSWERED".
           05  FILLER                  PIC X(40)  VALUE
               "VOID OF A REQUEST ALREADY VOIDED".
           05  FILLER                  PIC X(40)  VALUE
               "VALUE TOO COSTLY FOR LAST-NONZERO MODE".
       01  FACT-RJN-REASON-TABLE REDEFINES FACT-RJN-REASON-VALUES.
           05  FACT-RJN-REASON-TEXT    PIC X(40)  OCCURS 8 TIMES.
