      * "did last night actually run": the prior business date
      * missing or not COMPLETE is flagged on FACTRPT.
      *
      * FACT-LGR-PRI-SW records what became of the night's expedited
      * output: "Y" once the FACTBAT pre-pass has sealed FACTPRI
      * (FACT-LGR-PRI-COUNT priority details released), "N" when the
      * input carried no usable header and FACTPRI was never opened
      * with one.  The row is rewritten the moment the pre-pass
      * seals, so a run that later fails still shows the expedited
      * file went out; a restart carries the figures forward.  Rows
      * written before the field existed carry a space - unknown.
      *
      * Modification history:
      *   2026-09-02  AWM  Original copybook.
      *   2026-10-15  AWM  Added FACT-LGR-PRI-SW and
      *                    FACT-LGR-PRI-COUNT - the expedited FACTPRI
      *                    release - for the FACTOPS morning status
      *                    report.  Taken out of the trailing FILLER.
      *****************************************************************

       01  FACT-LEDGER-RECORD.
           05  FACT-LGR-ERRORS         PIC 9(10)  VALUE 0.
           05  FACT-LGR-FORCED-SW      PIC X(01)  VALUE SPACES.
               88  FACT-LGR-FORCED          VALUE "Y".
           05  FACT-LGR-PRI-SW         PIC X(01)  VALUE SPACES.
               88  FACT-LGR-PRI-SEALED      VALUE "Y".
               88  FACT-LGR-PRI-NONE        VALUE "N".
           05  FACT-LGR-PRI-COUNT      PIC 9(10)  VALUE 0.
           05  FILLER                  PIC X(21)  VALUE SPACES.
