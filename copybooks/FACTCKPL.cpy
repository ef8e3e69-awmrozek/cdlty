      *                           control totals, reads, feed
      *                           number, feed expected, feed
      *                           counter, break count, the four
      *                           expedited-output totals, the
      *                           run date and the void count),
      *                           carried
      *                           modulo 10**10.  A reader accepts a
      *                           generation only when every field is
      *                           numeric AND the stored check total
      *                    run ledger with the identity the night
      *                    opened with.  Zero on cleared and forced
      *                    records from before this field existed.
      *   2026-10-15  AWM  Added FACT-CKPT-VOID-COUNT - the running
      *                    count of "V" (void) details for the FACTOUT
      *                    trailer, which a restart's trailer must
      *                    still cover.  It joins the check total.
      *                    Taken out of the trailing FILLER; a record
      *                    from before this change carries spaces
      *                    there, which every reader takes as zero
      *                    before validating - a zero adds nothing to
      *                    the check total, so such a record still
      *                    validates.
      *****************************************************************

       01  FACT-CKPT-RECORD.
           05  FACT-CKPT-PRI-HASH      PIC 9(10)  VALUE 0.
           05  FACT-CKPT-RUN-DATE      PIC 9(08)  VALUE 0.
           05  FACT-CKPT-CHECK-TOTAL   PIC 9(10)  VALUE 0.
           05  FACT-CKPT-VOID-COUNT    PIC 9(10)  VALUE 0.
           05  FILLER                  PIC X(07)  VALUE SPACES.
