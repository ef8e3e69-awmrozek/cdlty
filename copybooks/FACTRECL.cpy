      *                    taken out of trailing FILLER; records
      *                    written before this change carry spaces
      *                    there and read as not-priority.
      *   2026-10-15  AWM  Added FACT-OUT-RESULT - the full answer for
      *                    the record, wide enough for the run mode
      *                    "3" trailing-zero count of N! (up to ten
      *                    digits).  Modes "1" and "2" carry the same
      *                    single digit in both fields, so a reader
      *                    of FACT-OUT-DIGIT is unaffected; a mode "3"
      *                    record carries the low-order digit of the
      *                    count in FACT-OUT-DIGIT.  The trailer hash
      *                    total is now the sum of FACT-OUT-RESULT.
      *                    Taken out of the trailing FILLER; records
      *                    written before this change carry spaces
      *                    there, and a reader recounting the hash
      *                    falls back to FACT-OUT-DIGIT for them.
      *   2026-10-15  AWM  Added FACT-OUT-SOURCE-SYS and
      *                    FACT-OUT-RUN-MODE - the source system and
      *                    run mode off the sub-feed header each
      *                    detail came in under, so the FACTSPL step
      *                    can cut one return file per source system
      *                    out of the consolidated FACTOUT.  Taken out
      *                    of the trailing FILLER; records written
      *                    before this change carry spaces there.
      *   2026-10-15  AWM  Added FACT-IN-TRAN-TYPE - "V" makes the
      *                    detail a void of a previously answered
      *                    request-id rather than a request to
      *                    answer (the value field is not used).
      *                    FACTBAT marks the FACTMST record voided,
      *                    appends a reversal row to FACTAUD and
      *                    returns the withdrawn answer under the new
      *                    output status "V".  Voids count toward the
      *                    trailer's detail count and hash but to
      *                    neither its OK nor ERROR figure; the new
      *                    FACT-OTR-VOID-COUNT carries them.  A void
      *                    for a request-id the master has never
      *                    answered is rejected reason 06, a second
      *                    void of the same request reason 07, and
      *                    the type rides FACTREJ (FACT-REJ-TRAN-TYPE)
      *                    so a corrected void is resubmitted as a
      *                    void.  All taken out of trailing FILLER;
      *                    records written before this change carry
      *                    spaces there and read as ordinary requests
      *                    (and, on a trailer, as no voids).
      *   2026-10-15  AWM  Added reject reason 08 - a run mode "2"
      *                    value that would take more factors to
      *                    multiply through, from the nearest point on
      *                    the FACTLNZ lookup (see FACTLNZL), than the
      *                    FACTPRM limit allows.  The record is
      *                    refused instead of holding the batch window
      *                    for one answer.
      *****************************************************************

      *----------------------------------------------------------------
           05  FACT-IN-VALUE           PIC 9(10)  VALUE 0.
           05  FACT-IN-PRIORITY        PIC X(01)  VALUE SPACES.
               88  FACT-IN-PRI-YES          VALUE "P".
           05  FACT-IN-TRAN-TYPE       PIC X(01)  VALUE SPACES.
               88  FACT-IN-TRAN-VOID        VALUE "V".
           05  FILLER                  PIC X(60)  VALUE SPACES.

      *----------------------------------------------------------------
      * FACT-OUTPUT-RECORD - ONE RESULT RECORD WRITTEN TO FACTOUT FOR
               88  FACT-OUT-STATUS-OK       VALUE "O".
               88  FACT-OUT-STATUS-ERROR    VALUE "E".
               88  FACT-OUT-STATUS-DUP      VALUE "D".
               88  FACT-OUT-STATUS-VOID     VALUE "V".
           05  FACT-OUT-SOURCE         PIC X(01)  VALUE SPACES.
               88  FACT-OUT-COMPUTED        VALUE "C".
               88  FACT-OUT-FROM-MASTER     VALUE "M".
           05  FACT-OUT-RESULT         PIC 9(10)  VALUE 0.
           05  FACT-OUT-SOURCE-SYS     PIC X(03)  VALUE SPACES.
           05  FACT-OUT-RUN-MODE       PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(55)  VALUE SPACES.

      *----------------------------------------------------------------
      * FACT-OUT-HEADER-RECORD - FIRST RECORD ON FACTOUT.  THE "HDR"
      * FACT-OUT-TRAILER-RECORD - LAST RECORD ON FACTOUT, WRITTEN
      * ONLY WHEN THE RUN COMPLETED CLEAN.  A FACTOUT WITHOUT A "TRL"
      * RECORD IS INCOMPLETE AND MUST NOT BE CONSUMED; ONE WITH IT IS
      * RECONCILED BY THE DETAIL COUNT, THE OK/ERROR/VOID SPLIT AND
      * THE HASH TOTAL OF THE RESULTS (SUM OF FACT-OUT-RESULT MODULO
      * 10**10 - A VOID'S RESULT IS THE ANSWER IT WITHDRAWS).
      *----------------------------------------------------------------
       01  FACT-OUT-TRAILER-RECORD.
           05  FACT-OTR-RECORD-TYPE    PIC X(03)  VALUE "TRL".
           05  FACT-OTR-OK-COUNT       PIC 9(10)  VALUE 0.
           05  FACT-OTR-ERR-COUNT      PIC 9(10)  VALUE 0.
           05  FACT-OTR-HASH-TOTAL     PIC 9(10)  VALUE 0.
           05  FACT-OTR-VOID-COUNT     PIC 9(10)  VALUE 0.
           05  FILLER                  PIC X(27)  VALUE SPACES.

      *----------------------------------------------------------------
      * FACT-REJECT-RECORD - ONE RECORD WRITTEN TO FACTREJ FOR EACH
               88  FACT-REJ-OVER-MAX        VALUE "03".
               88  FACT-REJ-BAD-PREFIX      VALUE "04".
               88  FACT-REJ-BLANK-ID        VALUE "05".
               88  FACT-REJ-VOID-UNKNOWN    VALUE "06".
               88  FACT-REJ-VOID-REPEAT     VALUE "07".
               88  FACT-REJ-NZ-TOO-COSTLY   VALUE "08".
           05  FACT-REJ-RUN-MODE       PIC X(01)  VALUE "1".
           05  FACT-REJ-SOURCE-SYS     PIC X(03)  VALUE SPACES.
           05  FACT-REJ-PRIORITY       PIC X(01)  VALUE SPACES.
               88  FACT-REJ-PRI-YES         VALUE "P".
           05  FACT-REJ-TRAN-TYPE      PIC X(01)  VALUE SPACES.
               88  FACT-REJ-TRAN-VOID       VALUE "V".
           05  FILLER                  PIC X(54)  VALUE SPACES.
