      *                    FILLER; headers written before this change
      *                    carry spaces there and read as source
      *                    unknown.
      *   2026-10-15  AWM  Added run mode "3" - the count of trailing
      *                    zeros on N! rather than a single digit.
      *                    The count is carried in the wide result
      *                    fields of FACTOUT, FACTAUD and FACTMST (see
      *                    FACTRECL, FACTAUDL and FACTMSTL).
      *****************************************************************

       01  FACT-HEADER-RECORD.
           05  FACT-HDR-RUN-MODE          PIC X(01)  VALUE "1".
               88  FACT-HDR-MODE-LAST-DIGIT        VALUE "1".
               88  FACT-HDR-MODE-LAST-NONZERO      VALUE "2".
               88  FACT-HDR-MODE-TRAILING-ZEROS    VALUE "3".
           05  FACT-HDR-RECORD-COUNT      PIC 9(10)  VALUE 0.
           05  FACT-HDR-SOURCE-SYS        PIC X(03)  VALUE SPACES.
           05  FILLER                     PIC X(66)  VALUE SPACES.
