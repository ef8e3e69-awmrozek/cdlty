      *                    Taken out of the trailing FILLER; records
      *                    written before this change carry a space
      *                    there and read as not-priority.
      *   2026-10-15  AWM  Added FACT-AUD-RESULT and FACT-AUD-RUN-MODE
      *                    - the full answer (the run mode "3"
      *                    trailing-zero count runs to ten digits) and
      *                    the run mode it was computed under, so the
      *                    trail can be read back without the FACTOUT
      *                    header.  FACT-AUD-DIGIT keeps the single
      *                    digit (the low-order digit of the count for
      *                    mode "3").  Taken out of the trailing
      *                    FILLER; records written before this change
      *                    carry spaces there, and their answer is the
      *                    digit.
      *   2026-10-15  AWM  Added FACT-AUD-ANSWER-SRC - the C/M answer
      *                    source off the FACTOUT record (computed, or
      *                    answered from the FACTMST master), so the
      *                    FACTRTX retransmission job can rebuild a
      *                    night's FACTOUT detail byte for byte from
      *                    the trail.  Taken out of the trailing
      *                    FILLER; records written before this change
      *                    carry a space there and rebuild with the
      *                    source blank.
      *   2026-10-15  AWM  Added status "V" - the reversal row FACTBAT
      *                    appends when a FACTIN void withdraws a
      *                    previously answered request.  The row
      *                    carries the value and the answer being
      *                    withdrawn, so the trail shows both what
      *                    was answered and that it was taken back.
      *****************************************************************

       01  FACT-AUDIT-RECORD.
           05  FACT-AUD-DIGIT             PIC 9(01)  VALUE 0.
           05  FACT-AUD-STATUS            PIC X(01)  VALUE SPACES.
               88  FACT-AUD-STATUS-ERROR       VALUE "E".
               88  FACT-AUD-STATUS-VOID        VALUE "V".
           05  FACT-AUD-SOURCE-SYS        PIC X(03)  VALUE SPACES.
           05  FACT-AUD-PRIORITY          PIC X(01)  VALUE SPACES.
               88  FACT-AUD-PRI-YES            VALUE "P".
           05  FACT-AUD-RESULT            PIC 9(10)  VALUE 0.
           05  FACT-AUD-RUN-MODE          PIC X(01)  VALUE SPACES.
           05  FACT-AUD-ANSWER-SRC        PIC X(01)  VALUE SPACES.
           05  FILLER                     PIC X(20)  VALUE SPACES.
