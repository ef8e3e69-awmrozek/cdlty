      *****************************************************************
      * FACTOPSL - NIGHTLY STATUS RECORD LAYOUTS LEFT BEHIND BY THE
      *            BALANCING AND ACKNOWLEDGEMENT JOBS FOR THE FACTOPS
      *            MORNING OPERATIONS STATUS REPORT.
      *
      * FACT-BLS-RECORD - one record appended to FACTBLS by FACTBAL
      * each time it runs: the FACTOUT run date and job it balanced,
      * the GO / NO-GO verdict with its break count, and when the
      * check was made.  A night balanced more than once (a rerun
      * after a fix) has one record per check; the last one for a
      * date is the verdict that stands.  A FACTOUT with no header
      * is recorded under the date FACTBAL ran.
      *
      * FACT-AKS-RECORD - one record per transmission FACTACK has
      * reconciled, with the result it reached: M matched, X
      * mismatched, U unacknowledged past the grace period, W still
      * awaiting inside it, R since resent (the retransmission
      * carries the check).  FACTACK re-reconciles the whole
      * FACTXMT history on every run, so FACTAKS is rewritten each
      * time as a snapshot of the latest results, not appended.  An
      * acknowledgement naming a transmission we never sent is
      * recorded as a mismatch with a sent count of zero.
      * FACT-AKS-FACTOUT-JOB is the FACTOUT job the transmission
      * belongs to - its own job for the consolidated file, the
      * parent job for a per-source return file.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *****************************************************************

       01  FACT-BLS-RECORD.
           05  FACT-BLS-RUN-DATE       PIC 9(08)  VALUE 0.
           05  FACT-BLS-JOB-NAME       PIC X(08)  VALUE SPACES.
           05  FACT-BLS-VERDICT        PIC X(01)  VALUE SPACES.
               88  FACT-BLS-GO              VALUE "G".
               88  FACT-BLS-NO-GO           VALUE "N".
           05  FACT-BLS-BREAKS         PIC 9(03)  VALUE 0.
           05  FACT-BLS-CHECK-DATE     PIC 9(08)  VALUE 0.
           05  FACT-BLS-CHECK-TIME     PIC 9(08)  VALUE 0.
           05  FACT-BLS-DETAILS        PIC 9(10)  VALUE 0.
           05  FACT-BLS-SPLIT-SW       PIC X(01)  VALUE SPACES.
               88  FACT-BLS-SPLIT-PROVEN    VALUE "Y".
               88  FACT-BLS-SPLIT-ABSENT    VALUE "N".
           05  FILLER                  PIC X(33)  VALUE SPACES.

       01  FACT-AKS-RECORD.
           05  FACT-AKS-RUN-DATE       PIC 9(08)  VALUE 0.
           05  FACT-AKS-JOB-NAME       PIC X(08)  VALUE SPACES.
           05  FACT-AKS-XMIT-TYPE      PIC X(01)  VALUE SPACES.
               88  FACT-AKS-ORIGINAL        VALUE SPACE.
               88  FACT-AKS-RETRANS         VALUE "R".
           05  FACT-AKS-SENT-DATE      PIC 9(08)  VALUE 0.
           05  FACT-AKS-FACTOUT-JOB    PIC X(08)  VALUE SPACES.
           05  FACT-AKS-RESULT         PIC X(01)  VALUE SPACES.
               88  FACT-AKS-MATCHED         VALUE "M".
               88  FACT-AKS-MISMATCHED      VALUE "X".
               88  FACT-AKS-UNACKED         VALUE "U".
               88  FACT-AKS-AWAITING        VALUE "W".
               88  FACT-AKS-RESENT          VALUE "R".
           05  FACT-AKS-SENT-COUNT     PIC 9(10)  VALUE 0.
           05  FACT-AKS-RCVD-COUNT     PIC 9(10)  VALUE 0.
           05  FACT-AKS-CHECK-DATE     PIC 9(08)  VALUE 0.
           05  FILLER                  PIC X(18)  VALUE SPACES.
