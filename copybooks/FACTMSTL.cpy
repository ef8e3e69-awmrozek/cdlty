      *                    at any feed volume.  Records written
      *                    before these fields existed carry spaces
      *                    there and read as never-stamped.
      *   2026-10-15  AWM  Added FACT-MST-RESULT - the full stored
      *                    answer, wide enough for the run mode "3"
      *                    trailing-zero count.  FACT-MST-DIGIT keeps
      *                    the single digit (the low-order digit of
      *                    the count for mode "3").  Taken out of the
      *                    trailing FILLER; records written before
      *                    this change carry spaces there, and their
      *                    answer is the digit.
      *   2026-10-15  AWM  Added FACT-MST-VOID-SW and
      *                    FACT-MST-VOID-DATE - a FACTIN void marks
      *                    the record voided (and stamps the run date
      *                    it was voided on) instead of erasing it,
      *                    so FACTINQ can still say what was answered
      *                    and that it was taken back.  A voided
      *                    record is never served; a later request
      *                    for the id is computed fresh and the
      *                    record reposted live.  Taken out of the
      *                    trailing FILLER; records written before
      *                    this change carry spaces there and read
      *                    as live.
      *****************************************************************

       01  FACT-MASTER-RECORD.
           05  FACT-MST-HIT-COUNT      PIC 9(05)  VALUE 0.
           05  FACT-MST-LAST-DATE      PIC 9(08)  VALUE 0.
           05  FACT-MST-LAST-TIME      PIC 9(08)  VALUE 0.
           05  FACT-MST-RESULT         PIC 9(10)  VALUE 0.
           05  FACT-MST-VOID-SW        PIC X(01)  VALUE SPACES.
               88  FACT-MST-VOIDED          VALUE "V".
           05  FACT-MST-VOID-DATE      PIC 9(08)  VALUE 0.
           05  FILLER                  PIC X(04)  VALUE SPACES.
