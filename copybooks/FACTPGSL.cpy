      *****************************************************************
      * FACTPGSL - IN-FLIGHT PROGRESS RECORD LAYOUT FOR THE FACTPGS
      *            PROGRESS LOG.
      *
      * FACTBAT appends one "P" record every time it writes a
      * checkpoint and one "E" record when the run ends, so how far
      * the night has got - and when it should finish - can be read
      * while the job is still running, not only off FACTSTA and
      * FACTRPT afterwards.  The FACTPGD job shows the latest record
      * to the operator.
      *
      *   FACT-PGS-RECORD-TYPE  - "P" in flight, "E" run ended (with
      *                           its return code).
      *   FACT-PGS-RUN-DATE /   - the run's identity, as on FACTSTA.
      *   FACT-PGS-JOB-ID
      *   FACT-PGS-STAMP-DATE / - the clock when the record was
      *   FACT-PGS-STAMP-TIME     written (HHMMSS).
      *   FACT-PGS-FEED-...     - the sub-feed being processed: its
      *                           number, source system, detail
      *                           records done and the count its
      *                           header promised.
      *   FACT-PGS-RUN-DONE /   - detail records done for the night
      *   FACT-PGS-RUN-EXPECTED   (on a restart, counting what the
      *                           failed run did) against the sum of
      *                           every sub-feed header count on
      *                           FACTIN.
      *   FACT-PGS-ELAPSED /    - this execution's elapsed seconds
      *   FACT-PGS-RATE           and records per second, figured as
      *                           for FACTSTA.
      *   FACT-PGS-PROJ-RATE /  - the rate the finish was projected
      *   FACT-PGS-PROJ-BASIS     at: "H" the recent FACTSTA history
      *                           for the same source system(s), "C"
      *                           this execution's own rate (no
      *                           history, or running slower than
      *                           it), "N" no rate yet - no
      *                           projection.
      *   FACT-PGS-ETA-DATE /   - the projected finish (HHMM); on an
      *   FACT-PGS-ETA-TIME       "E" record, the actual finish.
      *   FACT-PGS-DEADLINE-... - the batch-window deadline from
      *                           FACTPRM (zero when none is set),
      *                           and "Y" when the finish passes it.
      *   FACT-PGS-RETURN-CODE  - the run's return code ("E" only).
      *
      * Records are 160 bytes, like the checkpoint generations.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *****************************************************************

       01  FACT-PROGRESS-RECORD.
           05  FACT-PGS-RECORD-TYPE    PIC X(01)  VALUE SPACES.
               88  FACT-PGS-IN-FLIGHT       VALUE "P".
               88  FACT-PGS-ENDED           VALUE "E".
           05  FACT-PGS-RUN-DATE       PIC 9(08)  VALUE 0.
           05  FACT-PGS-JOB-ID         PIC X(08)  VALUE SPACES.
           05  FACT-PGS-STAMP-DATE     PIC 9(08)  VALUE 0.
           05  FACT-PGS-STAMP-TIME     PIC 9(06)  VALUE 0.
           05  FACT-PGS-FEED-NUM       PIC 9(03)  VALUE 0.
           05  FACT-PGS-FEED-SOURCE    PIC X(03)  VALUE SPACES.
           05  FACT-PGS-FEED-DONE      PIC 9(10)  VALUE 0.
           05  FACT-PGS-FEED-EXPECTED  PIC 9(10)  VALUE 0.
           05  FACT-PGS-RUN-DONE       PIC 9(10)  VALUE 0.
           05  FACT-PGS-RUN-EXPECTED   PIC 9(10)  VALUE 0.
           05  FACT-PGS-ELAPSED        PIC 9(08)  VALUE 0.
           05  FACT-PGS-RATE           PIC 9(08)  VALUE 0.
           05  FACT-PGS-PROJ-RATE      PIC 9(08)  VALUE 0.
           05  FACT-PGS-PROJ-BASIS     PIC X(01)  VALUE SPACES.
               88  FACT-PGS-PROJ-HISTORY    VALUE "H".
               88  FACT-PGS-PROJ-CURRENT    VALUE "C".
               88  FACT-PGS-PROJ-NONE       VALUE "N".
           05  FACT-PGS-ETA-DATE       PIC 9(08)  VALUE 0.
           05  FACT-PGS-ETA-TIME       PIC 9(04)  VALUE 0.
           05  FACT-PGS-DEADLINE-DATE  PIC 9(08)  VALUE 0.
           05  FACT-PGS-DEADLINE-TIME  PIC 9(04)  VALUE 0.
           05  FACT-PGS-LATE-SW        PIC X(01)  VALUE "N".
               88  FACT-PGS-LATE            VALUE "Y".
           05  FACT-PGS-RETURN-CODE    PIC 9(02)  VALUE 0.
           05  FILLER                  PIC X(31)  VALUE SPACES.
