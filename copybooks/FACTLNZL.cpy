      *****************************************************************
      * FACTLNZL - LAST-NONZERO-DIGIT LOOKUP RECORD LAYOUT FOR THE
      *            FACTLNZ DATASET.
      *
      * Run mode "2" works out the last nonzero digit of N! by
      * multiplying through every factor from 1 to N (FACTBAT B3),
      * which for a value in the hundreds of millions is hours of
      * CPU on one record.  FACTLNZ holds that loop's running state
      * at fixed points - every FACT-LNZ-INTERVAL values - so FACTBAT
      * starts from the nearest point at or below N instead of from
      * 1 and multiplies through at most one interval.
      *
      * One record per point, in ascending order, point k at value
      * k x FACT-LNZ-INTERVAL:
      *
      *   FACT-LNZ-VALUE       - the value N the point stands at.
      *   FACT-LNZ-INTERVAL    - the spacing of the points; the same
      *                          on every record.
      *   FACT-LNZ-ACC         - the B3 accumulator after the factor
      *                          N has been multiplied in (trailing
      *                          zeros stripped, low-order eight
      *                          digits kept).  It is the loop's own
      *                          state, so a run that starts from it
      *                          reaches exactly the answer a run from
      *                          1 would.
      *   FACT-LNZ-DIGIT       - the last nonzero digit of N! - the
      *                          low-order digit of FACT-LNZ-ACC.
      *   FACT-LNZ-BUILD-DATE  - the date the point was built.
      *
      * The dataset is built and extended by the FACTLNB step, which
      * appends and closes one point at a time so a cancelled build
      * loses no more than the interval it was working on and the
      * next build carries on from the last point.  A reader takes
      * the points in order and stops at the first one that is out
      * of sequence or does not agree with itself.
      *
      * FACT-LNZ-MAX-POINTS is the most points a reader holds in
      * core.  At the standard interval of 1,000,000 that covers the
      * whole ten-digit value range.
      *
      * Modification history:
      *   2026-10-15  AWM  Original copybook.
      *****************************************************************

       01  FACT-LNZ-RECORD.
           05  FACT-LNZ-VALUE          PIC 9(10)  VALUE 0.
           05  FACT-LNZ-INTERVAL       PIC 9(10)  VALUE 0.
           05  FACT-LNZ-ACC            PIC 9(08)  VALUE 0.
           05  FACT-LNZ-DIGIT          PIC 9(01)  VALUE 0.
           05  FACT-LNZ-BUILD-DATE     PIC 9(08)  VALUE 0.
           05  FILLER                  PIC X(43)  VALUE SPACES.

       01  FACT-LNZ-MAX-POINTS         PIC 9(05)  VALUE 10000.
