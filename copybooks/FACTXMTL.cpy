      * matches acknowledgements against the transmission history
      * and flags mismatched and unacknowledged transmissions.
      *
      * A retransmission - the FACTRTX job rebuilding a past
      * night's FACTOUT from the audit trail and releasing it again -
      * appends its own FACT-XMT-RECORD for the same run date and
      * job, typed "R" and carrying the date it was actually sent,
      * so FACTACK expects a second acknowledgement for that night.
      *
      * Each per-source return file the FACTSPL step cuts out of
      * FACTOUT is a transmission of its own and appends its own
      * FACT-XMT-RECORD, under a job name of the first five bytes of
      * the FACTOUT job followed by the source-system code (job
      * FACTBATR, source PAY - FACTBPAY), so each department's
      * acknowledgement is matched separately.  The record names the
      * FACTOUT job it was cut from (FACT-XMT-PARENT-JOB) and the
      * source system; the consolidated FACTOUT's own record leaves
      * both blank.
      *
      * Modification history:
      *   2026-09-02  AWM  Original copybook.
      *   2026-10-15  AWM  Added FACT-XMT-XMIT-TYPE (space = the
      *                    night's own transmission, "R" = a FACTRTX
      *                    retransmission) and FACT-XMT-SENT-DATE (the
      *                    date the file actually went out - the run
      *                    date for the night's own, the resend date
      *                    for a retransmission).  Taken out of the
      *                    trailing FILLER; records written before
      *                    this change carry spaces there and read as
      *                    an original sent on its run date.
      *   2026-10-15  AWM  Added FACT-XMT-PARENT-JOB and
      *                    FACT-XMT-SOURCE-SYS for the FACTSPL
      *                    per-source return files.  Taken out of the
      *                    trailing FILLER; blank on every record
      *                    describing a consolidated FACTOUT.
      *****************************************************************

       01  FACT-XMT-RECORD.
           05  FACT-XMT-OK-COUNT       PIC 9(10)  VALUE 0.
           05  FACT-XMT-ERR-COUNT      PIC 9(10)  VALUE 0.
           05  FACT-XMT-HASH-TOTAL     PIC 9(10)  VALUE 0.
           05  FACT-XMT-XMIT-TYPE      PIC X(01)  VALUE SPACES.
               88  FACT-XMT-ORIGINAL        VALUE SPACE.
               88  FACT-XMT-RETRANS         VALUE "R".
           05  FACT-XMT-SENT-DATE      PIC 9(08)  VALUE 0.
           05  FACT-XMT-PARENT-JOB     PIC X(08)  VALUE SPACES.
               88  FACT-XMT-CONSOLIDATED    VALUE SPACES.
           05  FACT-XMT-SOURCE-SYS     PIC X(03)  VALUE SPACES.
           05  FILLER                  PIC X(04)  VALUE SPACES.

       01  FACT-ACK-RECORD.
           05  FACT-ACK-RUN-DATE       PIC 9(08)  VALUE 0.
