      *                    ledger under the single date that the
      *                    downstream acknowledgement and the
      *                    FACTBAL / FACTCKU reconciliations key on.
      *   2026-10-15  AWM  Run mode "3" - the trailing-zero count of
      *                    N!, summed straight from the powers of 5
      *                    (B17) rather than by building the product.
      *                    The count runs to ten digits, so every
      *                    answer now also rides the wide result field
      *                    on FACTOUT, FACTPRI, FACTAUD and FACTMST,
      *                    the report shows the result rather than the
      *                    digit, and the trailer hash totals are the
      *                    sum of the results (the same figure as
      *                    before for modes "1" and "2").
      *   2026-10-15  AWM  Audit rows now carry the C/M answer source
      *                    and the FACTXMT record its transmission
      *                    type and sent date, so the FACTRTX job can
      *                    rebuild and resend a past night's FACTOUT
      *                    from the trail.
      *   2026-10-15  AWM  Every FACTOUT and FACTPRI detail now
      *                    carries the source system and run mode of
      *                    the sub-feed it came in under, for the
      *                    FACTSPL per-source return files; the
      *                    night's own FACTXMT record leaves the new
      *                    parent-job and source fields blank.
      *   2026-10-15  AWM  Void transactions (FACT-IN-TRAN-TYPE "V").
      *                    B20 marks the FACTMST record voided and
      *                    returns the withdrawn answer under status
      *                    "V", whose audit row is the reversal of the
      *                    original; a void the master cannot stand
      *                    behind is rejected (reasons 06 / 07).
      *                    Voids are counted on each feed's FACTRPT
      *                    section, on the run totals and on the
      *                    FACTOUT trailer, and the count rides the
      *                    checkpoint.  A voided record is never
      *                    served from the master, and voids are left
      *                    out of the priority pre-pass.
      *   2026-10-15  AWM  The prior-business-date ledger check now
      *                    takes its date from the shop calendar
      *                    (FACTBDAY / FACTCAL) instead of the day
      *                    before the run date, so Mondays and the
      *                    day after a holiday are no longer flagged.
      *   2026-10-15  AWM  The run-ledger row now records the
      *                    expedited FACTPRI release (sealed, and how
      *                    many priority details), posted the moment
      *                    the pre-pass seals and carried across a
      *                    restart, for the FACTOPS status report.
      *   2026-10-15  AWM  Run mode "2" now starts from the nearest
      *                    point on the FACTLNZ lookup (see FACTLNZL,
      *                    built by FACTLNB) instead of from 1, so a
      *                    large value multiplies through at most one
      *                    interval.  A value that would still take
      *                    more factors than the new FACTPRM limit is
      *                    rejected reason 08.  Without FACTLNZ every
      *                    value starts from 1 as before.
      *   2026-10-15  AWM  In-flight progress log: every checkpoint
      *                    now also appends a FACTPGS record (see
      *                    FACTPGSL) - the current feed, records done
      *                    against the header counts, the current
      *                    rate and a finish projected off the recent
      *                    FACTSTA history for the same source - and
      *                    the run's end appends a closing one.  A
      *                    projection past the new FACTPRM batch
      *                    deadline raises a console warning.  The
      *                    FACTPGD job shows the latest record.
      *   2026-10-15  AWM  A "V" row carries the run mode of the
      *                    answer it withdraws, not the void feed's,
      *                    on FACTOUT and FACTAUD.  A void whose
      *                    master rewrite fails is rejected reason 06.
      *                    On a restart, a void already applied on
      *                    the run date writes its "V" row again
      *                    instead of being rejected as already
      *                    voided.
      *   2026-10-15  AWM  The run-ledger refusal and a fatal output
      *                    open now close the progress log with an
      *                    "E" record, as a run that processes does.
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FACTBAT.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTWRK-STATUS.

            SELECT FACTLNZ ASSIGN TO FACTLNZ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTLNZ-STATUS.

            SELECT FACTPGS ASSIGN TO FACTPGS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FACTPGS-STATUS.

            SELECT FACTLGR ASSIGN TO FACTLGR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
            05  FACTLGR-KEY             PIC X(08).
            05  FILLER                  PIC X(72).

      *----------------------------------------------------------------
      * FACTLNZ - LAST-NONZERO-DIGIT LOOKUP.  THE RUN MODE "2" LOOP'S
      * STATE AT FIXED POINTS (SEE COPYBOOK FACTLNZL), READ INTO CORE
      * AT STARTUP; A MISSING OR EMPTY FILE MEANS EVERY VALUE STARTS
      * FROM 1.
      *----------------------------------------------------------------
        FD  FACTLNZ
            RECORDING MODE IS F.
        01  FACTLNZ-RECORD              PIC X(80).

      *----------------------------------------------------------------
      * FACTPGS - IN-FLIGHT PROGRESS LOG.  ONE RECORD IS APPENDED AT
      * EACH CHECKPOINT AND ONE AT RUN END (SEE COPYBOOK FACTPGSL) SO
      * THE OPERATOR CAN SEE HOW FAR THE NIGHT HAS GOT WHILE IT RUNS.
      *----------------------------------------------------------------
        FD  FACTPGS
            RECORDING MODE IS F.
        01  FACTPGS-RECORD              PIC X(160).

        SD  FACT-SORT-FILE.
        01  FACT-SORT-RECORD.
            05  SD-REQUEST-ID           PIC X(08).
           COPY FACTCKPL.
           COPY FACTLGRL.
           COPY FACTXMTL.
           COPY FACTBDYL.
           COPY FACTLNZL.
           COPY FACTPGSL.

        77  USERINP                     PIC 9(10).
        77  COUNTER                     PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * FACTOUT CONTROL TOTALS FOR THE TRAILER RECORD.  THE HASH IS
      * THE SUM OF THE RESULTS, CARRIED MODULO 10**10 (THE ADD
      * SIMPLY TRUNCATES HIGH-ORDER OVERFLOW).  ON A RESTART THESE
      * ARE RESTORED FROM THE CHECKPOINT, SO THEY DESCRIBE THE WHOLE
      * FILE AND NOT JUST THIS RUN'S SHARE OF IT.  FACT-VOID-COUNT
      * IS THE "V" DETAILS, WHICH ARE NEITHER OK NOR ERROR.
      *----------------------------------------------------------------
        77  FACT-OUT-OK-COUNT           PIC 9(10) VALUE 0.
        77  FACT-OUT-ERR-COUNT          PIC 9(10) VALUE 0.
        77  FACT-OUT-HASH-TOTAL         PIC 9(10) VALUE 0.
        77  FACT-VOID-COUNT             PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * SUB-FEED STATE.  FACTIN MAY CARRY SEVERAL FEEDS BACK TO BACK,
        77  FACT-FEED-COUNTER           PIC 9(10) VALUE 0.
        77  FACT-FEED-OK-COUNT          PIC 9(10) VALUE 0.
        77  FACT-FEED-ERR-COUNT         PIC 9(10) VALUE 0.
        77  FACT-FEED-VOID-COUNT        PIC 9(10) VALUE 0.
        77  FACT-FEED-BREAK-COUNT       PIC 9(03) VALUE 0.
        77  FACT-RESYNC-SKIPPED         PIC 9(10) VALUE 0.

        77  FACTLGR-STATUS              PIC X(02).
        77  FACTXMT-STATUS              PIC X(02).
        77  FACTPRI-STATUS              PIC X(02).
        77  FACTLNZ-STATUS              PIC X(02).
        77  FACTPGS-STATUS              PIC X(02).

      *----------------------------------------------------------------
      * FACTPRI CONTROL TOTALS - THE EXPEDITED FILE'S OWN TRAILER
        77  FACT-LGR-PRIOR-DATE         PIC 9(08) VALUE 0.
        77  FACT-LGR-DATE-INT           PIC 9(08) COMP VALUE 0.

      *----------------------------------------------------------------
      * THE EXPEDITED RELEASE AS THE LEDGER ROW SHOULD CARRY IT - SET
      * BY THE A25 PRE-PASS WHEN IT SEALS FACTPRI, OR TAKEN OFF THE
      * DATE'S EXISTING ROW BY A RESTART, WHICH SKIPS THE PRE-PASS.
      *----------------------------------------------------------------
        77  FACT-LGR-SAVE-PRI-SW        PIC X(01) VALUE SPACES.
        77  FACT-LGR-SAVE-PRI-COUNT     PIC 9(10) VALUE 0.

        01  FACT-LGR-AVAIL-SW            PIC X(01) VALUE "N".
            88  FACT-LGR-AVAIL-YES            VALUE "Y".


        01  FACT-RUN-MODE-SW             PIC X(01) VALUE "1".
            88  FACT-RUN-MODE-LAST-NONZERO    VALUE "2".
            88  FACT-RUN-MODE-TRAILING-ZEROS  VALUE "3".

      *----------------------------------------------------------------
      * THROUGHPUT TRACKING - RUN START/END TIME-OF-DAY ARE TURNED
      * AFFECT.
      *----------------------------------------------------------------
        77  FACT-NZ-ACC                 PIC 9(18) COMP.
        77  FACT-NZ-FACTOR              PIC 9(11) COMP.
        77  FACT-NZ-QUOT                PIC 9(18) COMP.
        77  FACT-NZ-REM                 PIC 9(01) COMP.

      *----------------------------------------------------------------
      * THE FACTLNZ LOOKUP IN CORE - THE ACCUMULATOR AT EACH POINT,
      * ENTRY K STANDING AT VALUE K x FACT-LNZ-STEP - LOADED BY A28.
      * FACT-NZ-TARGET IS THE VALUE B22 FINDS THE START FOR, AND
      * FACT-NZ-COST THE FACTORS LEFT TO MULTIPLY FROM THERE; A
      * RECORD COSTING MORE THAN FACT-NZ-LIMIT (ZERO = NO LIMIT) IS
      * REJECTED REASON 08 BY B1.  THE FACTOR IS ONE DIGIT WIDER THAN
      * THE VALUE SO THE LOOP CAN STEP PAST THE LARGEST ONE.
      *----------------------------------------------------------------
        01  FACT-LNZ-TABLE.
            05  FACT-LNZ-POINT-ACC      PIC 9(08) OCCURS 10000 TIMES.

        77  FACT-LNZ-LOADED             PIC 9(05) COMP VALUE 0.
        77  FACT-LNZ-STEP               PIC 9(10) VALUE 0.
        77  FACT-LNZ-QUOT               PIC 9(10) COMP VALUE 0.
        77  FACT-LNZ-SUB                PIC 9(05) COMP VALUE 0.
        77  FACT-LNZ-EXPECT             PIC 9(15) COMP VALUE 0.
        77  FACT-LNZ-REM                PIC 9(01) COMP VALUE 0.
        77  FACT-NZ-TARGET              PIC 9(10) VALUE 0.
        77  FACT-NZ-COST                PIC 9(10) VALUE 0.
        77  FACT-NZ-LIMIT               PIC 9(10) VALUE 100000000.

        01  FACT-LNZ-EOF-SW              PIC X(01) VALUE "N".
            88  FACT-LNZ-EOF-YES              VALUE "Y".

      *----------------------------------------------------------------
      * IN-FLIGHT PROGRESS AND BATCH-WINDOW PROJECTION.  THE NIGHT'S
      * EXPECTED VOLUME IS THE SUM OF EVERY SUB-FEED HEADER COUNT ON
      * FACTIN, TAKEN BY THE PRE-PASS (OR, ON A RESTART, BY A29'S
      * HEADER SWEEP) ALONG WITH THE RUN-LEVEL SOURCE CODE FACTSTA
      * WILL CARRY.  THE FACTSTA HISTORY TABLE HOLDS THE LAST
      * FACT-ETA-HIST-DEPTH RUNS FOR THAT SAME SOURCE - THE RECORDS
      * EACH PROCESSED ITSELF AND ITS ELAPSED SECONDS - AND THEIR
      * POOLED RATE IS WHAT THE FINISH IS PROJECTED AT, UNLESS THIS
      * RUN IS GOING SLOWER.  TIMES ARE CARRIED AS SECONDS FROM
      * MIDNIGHT ON THE RUN DATE, SO A RUN THAT CROSSES MIDNIGHT OR
      * RESTARTS NEXT MORNING COMPARES CORRECTLY WITH THE DEADLINE.
      *----------------------------------------------------------------
        77  FACT-ETA-RUN-EXPECTED       PIC 9(10) VALUE 0.
        77  FACT-ETA-RUN-SOURCE         PIC X(03) VALUE SPACES.
        77  FACT-ETA-HIST-DEPTH         PIC 9(02) VALUE 5.
        77  FACT-ETA-HIST-USED          PIC 9(02) COMP VALUE 0.
        77  FACT-ETA-HIST-NEXT          PIC 9(02) COMP VALUE 0.
        77  FACT-ETA-HIST-SUB           PIC 9(02) COMP VALUE 0.
        77  FACT-ETA-HIST-RECORDS       PIC 9(12) COMP VALUE 0.
        77  FACT-ETA-HIST-SECS          PIC 9(12) COMP VALUE 0.
        77  FACT-ETA-HIST-RATE          PIC 9(08) COMP VALUE 0.

        01  FACT-ETA-HIST-TABLE.
            05  FACT-ETA-HIST-ENTRY OCCURS 5 TIMES.
                10  FACT-ETA-HIST-RECS  PIC 9(10).
                10  FACT-ETA-HIST-ELAP  PIC 9(08).

        77  FACT-ETA-NOW-DATE           PIC 9(08) VALUE 0.
        77  FACT-ETA-NOW-TIME           PIC 9(08) VALUE 0.
        77  FACT-ETA-NOW-SECS           PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-ELAPSED            PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-RATE               PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-PROJ-RATE          PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-REMAINING          PIC 9(10) COMP VALUE 0.
        77  FACT-ETA-CAP-LEFT           PIC 9(10) COMP VALUE 0.
        77  FACT-ETA-REMAIN-SECS        PIC 9(10) COMP VALUE 0.
        77  FACT-ETA-WORK-REM           PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-RUN-DATE-INT       PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-NOW-DATE-INT       PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-FINISH-ABS         PIC 9(12) COMP VALUE 0.
        77  FACT-ETA-FINISH-DAYS        PIC 9(05) COMP VALUE 0.
        77  FACT-ETA-FINISH-SECS        PIC 9(08) COMP VALUE 0.
        77  FACT-ETA-FINISH-HH          PIC 9(02) VALUE 0.
        77  FACT-ETA-FINISH-MM          PIC 9(02) VALUE 0.
        77  FACT-ETA-FINISH-DATE        PIC 9(08) VALUE 0.
        77  FACT-ETA-FINISH-TIME        PIC 9(04) VALUE 0.
        77  FACT-ETA-DEADLINE-HH        PIC 9(02) VALUE 0.
        77  FACT-ETA-DEADLINE-MM        PIC 9(02) VALUE 0.
        77  FACT-ETA-DEADLINE-DAY       PIC 9(01) VALUE 1.
        77  FACT-ETA-DEADLINE-ABS       PIC 9(12) COMP VALUE 0.
        77  FACT-ETA-DEADLINE-DATE      PIC 9(08) VALUE 0.
        77  FACT-ETA-DEADLINE-TIME      PIC 9(04) VALUE 0.

        01  FACT-ETA-DEADLINE-SW         PIC X(01) VALUE "N".
            88  FACT-ETA-DEADLINE-ON          VALUE "Y".

        01  FACT-ETA-HAVE-SW             PIC X(01) VALUE "N".
            88  FACT-ETA-HAVE-YES             VALUE "Y".

        01  FACT-ETA-LATE-SW             PIC X(01) VALUE "N".
            88  FACT-ETA-LATE-YES             VALUE "Y".

        01  FACT-ETA-WARNED-SW           PIC X(01) VALUE "N".
            88  FACT-ETA-WARNED-YES           VALUE "Y".

        01  FACT-ETA-EOF-SW              PIC X(01) VALUE "N".
            88  FACT-ETA-EOF-YES              VALUE "Y".

        01  FACT-PGS-FAILED-SW           PIC X(01) VALUE "N".
            88  FACT-PGS-FAILED-YES           VALUE "Y".

        01  FACT-ETA-DEADLINE-SHOW.
            05  FACT-ETA-SHOW-DATE      PIC 9(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FACT-ETA-SHOW-TIME      PIC 9(04).

      *----------------------------------------------------------------
      * WORK FIELDS FOR THE TRAILING-ZERO COUNT (RUN MODE 3).  THE
      * DIVISOR WALKS THE POWERS OF 5 UP PAST THE VALUE; 5**15 IS THE
      * FIRST POWER OVER THE LARGEST 10-DIGIT VALUE, SO 18 DIGITS IS
      * AMPLE.
      *----------------------------------------------------------------
        77  FACT-TZ-DIVISOR             PIC 9(18) COMP.
        77  FACT-TZ-QUOT                PIC 9(10) COMP.

      *----------------------------------------------------------------
      * PRINT-LINE WORK AREAS FOR THE FACTRPT SUMMARY REPORT.
      *----------------------------------------------------------------
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(10) VALUE "VALUE (N)".
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  FILLER                  PIC X(10) VALUE "    RESULT".
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  FILLER                  PIC X(06) VALUE "STATUS".
            05  FILLER                  PIC X(34) VALUE SPACES.

        01  FACT-RPT-DETAIL-LINE.
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RPT-VALUE               PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  RPT-RESULT              PIC Z(09)9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  RPT-STATUS              PIC X(01).
            05  FILLER                  PIC X(39) VALUE SPACES.

        01  FACT-RPT-PARM-LINE-1.
            05  FILLER                  PIC X(19)
            05  RPT-PARM-DUPCHK         PIC X(01).
            05  FILLER                  PIC X(14) VALUE SPACES.

        01  FACT-RPT-PARM-LINE-4.
            05  FILLER                  PIC X(15)
                VALUE "MODE 2 LOOKUP: ".
            05  RPT-PARM-LNZ-POINTS     PIC Z(04)9.
            05  FILLER                  PIC X(14)
                VALUE " POINTS EVERY ".
            05  RPT-PARM-LNZ-STEP       PIC Z(09)9.
            05  FILLER                  PIC X(14)
                VALUE "  COST LIMIT: ".
            05  RPT-PARM-NZ-LIMIT       PIC Z(09)9.
            05  FILLER                  PIC X(12) VALUE SPACES.

        01  FACT-RPT-PARM-LINE-5.
            05  FILLER                  PIC X(16)
                VALUE "BATCH DEADLINE: ".
            05  RPT-PARM-DEADLINE       PIC X(13).
            05  FILLER                  PIC X(15)
                VALUE "  ETA HISTORY: ".
            05  RPT-PARM-HIST-RUNS      PIC Z9.
            05  FILLER                  PIC X(10)
                VALUE " RUN(S) AT".
            05  RPT-PARM-HIST-RATE      PIC Z(07)9.
            05  FILLER                  PIC X(08)
                VALUE " REC/SEC".
            05  FILLER                  PIC X(08) VALUE SPACES.

        01  FACT-RPT-VRULE-LINE-1.
            05  FILLER                  PIC X(21)
                VALUE "BUSINESS RULES FROM: ".
            05  RPT-FEED-DUP            PIC Z(04)9.
            05  FILLER                  PIC X(07) VALUE SPACES.

        01  FACT-RPT-FEED-VOID-LINE.
            05  FILLER                  PIC X(05) VALUE "FEED ".
            05  RPT-FEED-VOID-NUM       PIC Z(02)9.
            05  FILLER                  PIC X(12)
                VALUE "  VOIDED    ".
            05  RPT-FEED-VOID           PIC Z(09)9.
            05  FILLER                  PIC X(50) VALUE SPACES.

        01  FACT-RPT-FEED-BREAK-LINE.
            05  FILLER                  PIC X(08) VALUE "** FEED ".
            05  RPT-FEED-BRK-NUM        PIC Z(02)9.
            05  RPT-DUP-TOTAL           PIC Z(09)9.
            05  FILLER                  PIC X(44) VALUE SPACES.

        01  FACT-RPT-VOID-TOTAL-LINE.
            05  FILLER                  PIC X(26)
                VALUE "VOIDED REQUESTS:         ".
            05  RPT-VOID-TOTAL          PIC Z(09)9.
            05  FILLER                  PIC X(44) VALUE SPACES.

        01  FACT-RPT-RECON-LINE.
            05  FILLER                  PIC X(26)
                VALUE "** CONTROL TOTAL BREAK **".
           A-PARA.
           PERFORM A8-READ-RUN-CONTROLS.
           PERFORM A20-READ-VALIDATION-RULES.
           PERFORM A28-LOAD-NZ-LOOKUP.

      *----------------------------------------------------------------
      * UNUSED DUPLICATE-TABLE SLOTS SIT AT HIGH-VALUES SO THE TABLE
      *----------------------------------------------------------------
           PERFORM A22-CHECK-RUN-LEDGER.
           IF FACT-LGR-REFUSED-YES THEN
               MOVE 12 TO RETURN-CODE
               PERFORM A32-END-PROGRESS-EARLY
               CLOSE FACTIN
               IF FACT-LGR-AVAIL-YES THEN
                   CLOSE FACTLGR
               END-IF
               STOP RUN
           END-IF.

      * AND RELEASED THE WHOLE EXPEDITED FILE (CHECKPOINTS ARE ONLY
      * WRITTEN IN THE MAIN PASS, SO A CRASH DURING THE PRE-PASS
      * ITSELF LEAVES NO CHECKPOINT AND THE RERUN IS A FRESH RUN
      * THAT CUTS IT AGAIN FROM SCRATCH).  THE PRE-PASS ALSO TOTALS
      * THE SUB-FEED HEADER COUNTS FOR THE PROGRESS LOG; A RESTART
      * TAKES THEM IN A HEADER-ONLY SWEEP INSTEAD.
      *----------------------------------------------------------------
           IF FACT-RESTART-COUNT = 0 THEN
               PERFORM A25-PRIORITY-PREPASS
           ELSE
               PERFORM A29-SWEEP-FEED-HEADERS
           END-IF.
           PERFORM A30-LOAD-RATE-HISTORY.

      *----------------------------------------------------------------
      * A RESTART RUN MUST APPEND TO THE FACTOUT LEFT BY THE RUN THAT

             PERFORM A2-PRINT-REPORT-TRAILER
             PERFORM A7-WRITE-RUN-STATS
             SET FACT-PGS-ENDED TO TRUE
             PERFORM A31-WRITE-PROGRESS
           ELSE
             PERFORM A32-END-PROGRESS-EARLY
           END-IF.

      *----------------------------------------------------------------
               MOVE FACT-CKPT-OK-COUNT TO FACT-OUT-OK-COUNT
               MOVE FACT-CKPT-ERR-COUNT TO FACT-OUT-ERR-COUNT
               MOVE FACT-CKPT-HASH-TOTAL TO FACT-OUT-HASH-TOTAL
               MOVE FACT-CKPT-VOID-COUNT TO FACT-VOID-COUNT
               MOVE FACT-CKPT-PRI-COUNT TO FACT-PRI-COUNT
               MOVE FACT-CKPT-PRI-OK TO FACT-PRI-OK-COUNT
               MOVE FACT-CKPT-PRI-ERR TO FACT-PRI-ERR-COUNT
      * A0C-VALIDATE-CHECKPOINT - THE SELF-VALIDATION: EVERY NUMERIC
      * FIELD MUST BE NUMERIC AND THE STORED CHECK TOTAL MUST MATCH
      * THE RECOMPUTED ONE.  A HALF-WRITTEN RECORD FAILS EITHER TEST.
      * A RECORD FROM BEFORE THE VOID COUNT EXISTED CARRIES SPACES
      * THERE AND IS TAKEN AS NO VOIDS.
      *----------------------------------------------------------------
           A0C-VALIDATE-CHECKPOINT.
           MOVE "N" TO FACT-CKPT-VALID-SW.
           IF FACT-CKPT-VOID-COUNT = SPACES THEN
               MOVE 0 TO FACT-CKPT-VOID-COUNT
           END-IF.
           IF FACT-CKPT-SEQ-NUM IS NUMERIC AND
               FACT-CKPT-COUNTER IS NUMERIC AND
               FACT-CKPT-OK-COUNT IS NUMERIC AND
               FACT-CKPT-PRI-ERR IS NUMERIC AND
               FACT-CKPT-PRI-HASH IS NUMERIC AND
               FACT-CKPT-RUN-DATE IS NUMERIC AND
               FACT-CKPT-VOID-COUNT IS NUMERIC AND
               FACT-CKPT-CHECK-TOTAL IS NUMERIC THEN
               PERFORM A0D-COMPUTE-CHECK-TOTAL
               IF FACT-CKPT-CHECK-WORK = FACT-CKPT-CHECK-TOTAL THEN
           ADD FACT-CKPT-PRI-ERR TO FACT-CKPT-CHECK-WORK.
           ADD FACT-CKPT-PRI-HASH TO FACT-CKPT-CHECK-WORK.
           ADD FACT-CKPT-RUN-DATE TO FACT-CKPT-CHECK-WORK.
           ADD FACT-CKPT-VOID-COUNT TO FACT-CKPT-CHECK-WORK.

      *----------------------------------------------------------------
      * A0-SKIP-PROCESSED - DISCARD ONE ALREADY-PROCESSED DETAIL
           MOVE FACT-PRI-ERR-COUNT TO FACT-CKPT-PRI-ERR.
           MOVE FACT-PRI-HASH-TOTAL TO FACT-CKPT-PRI-HASH.
           MOVE FACT-RUN-DATE TO FACT-CKPT-RUN-DATE.
           MOVE FACT-VOID-COUNT TO FACT-CKPT-VOID-COUNT.
           PERFORM A0D-COMPUTE-CHECK-TOTAL.
           MOVE FACT-CKPT-CHECK-WORK TO FACT-CKPT-CHECK-TOTAL.
           PERFORM A3A-WRITE-ALTERNATE-GEN.
           SET FACT-PGS-IN-FLIGHT TO TRUE.
           PERFORM A31-WRITE-PROGRESS.

      *----------------------------------------------------------------
      * A3A-WRITE-ALTERNATE-GEN - THE RECORD IN FACT-CKPT-RECORD GOES
           MOVE 0 TO FACT-CKPT-PRI-ERR.
           MOVE 0 TO FACT-CKPT-PRI-HASH.
           MOVE 0 TO FACT-CKPT-RUN-DATE.
           MOVE 0 TO FACT-CKPT-VOID-COUNT.
           PERFORM A0D-COMPUTE-CHECK-TOTAL.
           MOVE FACT-CKPT-CHECK-WORK TO FACT-CKPT-CHECK-TOTAL.


      *----------------------------------------------------------------
      * C2-RECONCILE-FEED - CLOSE OUT THE SUB-FEED JUST RUN: ITS
      * PROCESSED / OK / ERROR / DUPLICATE FIGURES AND ITS VOIDS ON
      * FACTRPT, AND A FEED BREAK
      * FLAG WHEN IT DELIVERED FEWER DETAIL RECORDS THAN ITS HEADER
      * PROMISED.  A BREAK FLAGS THE FEED AND THE RUN (RETURN CODE 8
      * AT END) BUT DOES NOT STOP THE FEEDS BEHIND IT.
           MOVE FACT-FEED-ERR-COUNT TO RPT-FEED-ERR.
           MOVE FACT-FEED-DUP-COUNT TO RPT-FEED-DUP.
           WRITE FACTRPT-LINE FROM FACT-RPT-FEED-END-LINE.
           MOVE FACT-FEED-NUM TO RPT-FEED-VOID-NUM.
           MOVE FACT-FEED-VOID-COUNT TO RPT-FEED-VOID.
           WRITE FACTRPT-LINE FROM FACT-RPT-FEED-VOID-LINE.

           IF FACT-FEED-COUNTER NOT = FACT-FEED-EXPECTED THEN
               MOVE FACT-FEED-NUM TO RPT-FEED-BRK-NUM
               ADD 1 TO FACT-READS-COUNT
               MOVE FACTIN-RECORD TO FACT-HEADER-RECORD
               IF (FACT-HDR-MODE-LAST-DIGIT OR
                   FACT-HDR-MODE-LAST-NONZERO OR
                   FACT-HDR-MODE-TRAILING-ZEROS) AND
                   FACT-HDR-RECORD-COUNT IS NUMERIC THEN
                   PERFORM C6-START-FEED-FROM-HEADER
               ELSE
               ADD 1 TO FACT-READS-COUNT
               MOVE FACTIN-RECORD TO FACT-HEADER-RECORD
               IF (FACT-HDR-MODE-LAST-DIGIT OR
                   FACT-HDR-MODE-LAST-NONZERO OR
                   FACT-HDR-MODE-TRAILING-ZEROS) AND
                   FACT-HDR-RECORD-COUNT IS NUMERIC THEN
                   SET FACT-RESYNC-FOUND-YES TO TRUE
               ELSE
           MOVE 0 TO FACT-FEED-OK-COUNT.
           MOVE 0 TO FACT-FEED-ERR-COUNT.
           MOVE 0 TO FACT-FEED-DUP-COUNT.
           MOVE 0 TO FACT-FEED-VOID-COUNT.
           MOVE FACT-HDR-RUN-MODE TO FACT-RUN-MODE-SW.

      *----------------------------------------------------------------
           MOVE FACT-OUT-OK-COUNT TO FACT-OTR-OK-COUNT.
           MOVE FACT-OUT-ERR-COUNT TO FACT-OTR-ERR-COUNT.
           MOVE FACT-OUT-HASH-TOTAL TO FACT-OTR-HASH-TOTAL.
           MOVE FACT-VOID-COUNT TO FACT-OTR-VOID-COUNT.
           MOVE SPACES TO FACTOUT-RECORD.
           MOVE FACT-OUT-TRAILER-RECORD TO FACTOUT-RECORD.
           WRITE FACTOUT-RECORD.
               MOVE FACT-OUT-OK-COUNT TO FACT-XMT-OK-COUNT
               MOVE FACT-OUT-ERR-COUNT TO FACT-XMT-ERR-COUNT
               MOVE FACT-OUT-HASH-TOTAL TO FACT-XMT-HASH-TOTAL
               SET FACT-XMT-ORIGINAL TO TRUE
               MOVE FACT-RUN-DATE TO FACT-XMT-SENT-DATE
               SET FACT-XMT-CONSOLIDATED TO TRUE
               MOVE SPACES TO FACT-XMT-SOURCE-SYS
               MOVE SPACES TO FACTXMT-RECORD
               MOVE FACT-XMT-RECORD TO FACTXMT-RECORD
               WRITE FACTXMT-RECORD
      * TWICE HERE (SAME ANSWER) AND FLAGGED "D" BY THE MAIN PASS.
      * A VALIDATION FAILURE ON A PRIORITY RECORD IS WRITTEN "E"
      * HERE AND WILL BE LOGGED AGAIN - AND REJECTED TO FACTREJ -
      * BY THE MAIN PASS.  A VOID IS NOT AN ANSWER AND HAS NOTHING
      * TO EXPEDITE: IT IS LEFT TO THE MAIN PASS EVEN WHEN FLAGGED.
      *----------------------------------------------------------------
           A25-PRIORITY-PREPASS.
           OPEN OUTPUT FACTPRI.
                   MOVE FACT-PRI-OK-COUNT TO FACT-OTR-OK-COUNT
                   MOVE FACT-PRI-ERR-COUNT TO FACT-OTR-ERR-COUNT
                   MOVE FACT-PRI-HASH-TOTAL TO FACT-OTR-HASH-TOTAL
                   MOVE 0 TO FACT-OTR-VOID-COUNT
                   MOVE SPACES TO FACTPRI-RECORD
                   MOVE FACT-OUT-TRAILER-RECORD TO FACTPRI-RECORD
                   WRITE FACTPRI-RECORD
               DISPLAY "FACTBAT - EXPEDITED OUTPUT SEALED - "
                   FACT-PRI-COUNT " PRIORITY RECORD(S) - READY FOR "
                   "RELEASE"
               IF FACT-PRI-HDR-WRITTEN THEN
                   MOVE "Y" TO FACT-LGR-SAVE-PRI-SW
               ELSE
                   MOVE "N" TO FACT-LGR-SAVE-PRI-SW
               END-IF
               MOVE FACT-PRI-COUNT TO FACT-LGR-SAVE-PRI-COUNT
               PERFORM A25A-POST-EXPEDITED
               CLOSE FACTIN
               OPEN INPUT FACTIN
           END-IF.

      *----------------------------------------------------------------
      * A25A-POST-EXPEDITED - THE DATE'S STARTED ROW IS REWRITTEN AS
      * SOON AS FACTPRI IS SEALED, SO THE LEDGER SHOWS THE EXPEDITED
      * FILE RELEASED EVEN IF THE MAIN PASS NEVER FINISHES.
      *----------------------------------------------------------------
           A25A-POST-EXPEDITED.
           IF FACT-LGR-AVAIL-YES THEN
               MOVE FACT-RUN-DATE TO FACTLGR-KEY
               READ FACTLGR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FACTLGR-STATUS = "00" THEN
                   MOVE FACTLGR-RECORD TO FACT-LEDGER-RECORD
                   MOVE FACT-LGR-SAVE-PRI-SW TO FACT-LGR-PRI-SW
                   MOVE FACT-LGR-SAVE-PRI-COUNT TO FACT-LGR-PRI-COUNT
                   MOVE SPACES TO FACTLGR-RECORD
                   MOVE FACT-LEDGER-RECORD TO FACTLGR-RECORD
                   REWRITE FACTLGR-RECORD
                       INVALID KEY
                           DISPLAY "FACTBAT - FACTLGR EXPEDITED POST "
                               "FAILED - FILE STATUS " FACTLGR-STATUS
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A26-PREPASS-ONE-RECORD - ONE FACTIN RECORD DURING THE
      * PRE-PASS.  A RECOGNIZABLE SUB-FEED HEADER (THE SAME TEST C3
      * AND C4 USE) SWITCHES THE RUN MODE AND SOURCE CONTEXT, IS
      * TOTALED FOR THE PROGRESS LOG (A29B) AND, THE FIRST TIME,
      * LEADS FACTPRI WITH ITS HEADER; EVERYTHING ELSE IS A DETAIL
      * RECORD AND ONLY THE "P"-FLAGGED ONES ARE TOUCHED.
      *----------------------------------------------------------------
           A26-PREPASS-ONE-RECORD.
           READ FACTIN
           IF NOT FACT-PRI-EOF-YES THEN
               MOVE FACTIN-RECORD TO FACT-HEADER-RECORD
               IF (FACT-HDR-MODE-LAST-DIGIT OR
                   FACT-HDR-MODE-LAST-NONZERO OR
                   FACT-HDR-MODE-TRAILING-ZEROS) AND
                   FACT-HDR-RECORD-COUNT IS NUMERIC THEN
                   MOVE FACT-HDR-RUN-MODE TO FACT-PRI-PASS-MODE
                   MOVE FACT-HDR-SOURCE-SYS TO FACT-PRI-PASS-SOURCE
                   PERFORM A29B-NOTE-FEED-HEADER
                   IF NOT FACT-PRI-HDR-WRITTEN THEN
                       MOVE "HDR" TO FACT-OHD-RECORD-TYPE
                       MOVE FACT-RUN-DATE TO FACT-OHD-RUN-DATE
                   END-IF
               ELSE
                   MOVE FACTIN-RECORD TO FACT-INPUT-RECORD
                   IF FACT-IN-PRI-YES AND NOT FACT-IN-TRAN-VOID THEN
                       PERFORM A27-PREPASS-ONE-PRIORITY
                   END-IF
               END-IF
           A27-PREPASS-ONE-PRIORITY.
           MOVE FACT-IN-REQUEST-ID TO FACT-OUT-REQUEST-ID.
           MOVE FACT-PRI-PASS-SOURCE TO FACT-FEED-SOURCE.
           MOVE FACT-PRI-PASS-SOURCE TO FACT-OUT-SOURCE-SYS.
           MOVE FACT-PRI-PASS-MODE TO FACT-OUT-RUN-MODE.
           PERFORM B1-VALIDATE-INPUT.

           IF FACT-OUT-STATUS-OK THEN
               MOVE FACT-IN-VALUE TO USERINP
               SET FACT-OUT-COMPUTED TO TRUE
               EVALUATE FACT-PRI-PASS-MODE
                   WHEN "3"
                       PERFORM B17-COMPUTE-TRAILING-ZEROS
                   WHEN "2"
                       PERFORM B3-COMPUTE-LAST-NONZERO-DIGIT
                       MOVE FACT-OUT-DIGIT TO FACT-OUT-RESULT
                   WHEN OTHER
                       CALL "LASTFACTORIALDIGIT" USING USERINP
                           FACT-OUT-DIGIT
                       MOVE FACT-OUT-DIGIT TO FACT-OUT-RESULT
               END-EVALUATE
           END-IF.

           MOVE SPACES TO FACTPRI-RECORD.
           ELSE
               ADD 1 TO FACT-PRI-ERR-COUNT
           END-IF.
           ADD FACT-OUT-RESULT TO FACT-PRI-HASH-TOTAL.

      *----------------------------------------------------------------
      * A16-SORT-WORK-TO-FACTOUT - SORT THE STAGED DETAIL RECORDS
                       "DATES STAY REFUSED"
           END-EVALUATE.

           IF FACT-PRM-NZ-LIMIT IS NUMERIC THEN
               MOVE FACT-PRM-NZ-LIMIT TO FACT-NZ-LIMIT
           ELSE
               IF FACT-PRM-NZ-LIMIT NOT = SPACES THEN
                   DISPLAY "FACTBAT - FACTPRM MODE 2 COST LIMIT '"
                       FACT-PRM-NZ-LIMIT "' INVALID - USING "
                       FACT-NZ-LIMIT
               END-IF
           END-IF.

           IF FACT-PRM-DEADLINE IS NUMERIC AND
               FACT-PRM-DEADLINE-HH < 24 AND
               FACT-PRM-DEADLINE-MM < 60 THEN
               MOVE FACT-PRM-DEADLINE-HH TO FACT-ETA-DEADLINE-HH
               MOVE FACT-PRM-DEADLINE-MM TO FACT-ETA-DEADLINE-MM
               SET FACT-ETA-DEADLINE-ON TO TRUE
           ELSE
               IF FACT-PRM-DEADLINE NOT = SPACES THEN
                   DISPLAY "FACTBAT - FACTPRM BATCH DEADLINE '"
                       FACT-PRM-DEADLINE "' INVALID - NO DEADLINE "
                       "CHECK"
               END-IF
           END-IF.

           EVALUATE FACT-PRM-DEADLINE-DAY
               WHEN "0"
                   MOVE 0 TO FACT-ETA-DEADLINE-DAY
               WHEN "1"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FACTBAT - FACTPRM DEADLINE DAY '"
                       FACT-PRM-DEADLINE-DAY "' INVALID - USING "
                       "THE DAY AFTER THE RUN DATE"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A20-READ-VALIDATION-RULES - PICK UP THE BUSINESS EDITS FROM
      * THE FACTVAL RULES DATASET.  THE SAME CONTRACT AS THE FACTPRM
           END-IF.
           ADD 1 TO FACT-VAL-PFX-SUB.

      *----------------------------------------------------------------
      * A28-LOAD-NZ-LOOKUP - READ THE FACTLNZ POINTS INTO CORE.  THE
      * INTERVAL COMES OFF THE FIRST RECORD; EVERY POINT MUST STAND
      * AT THE NEXT MULTIPLE OF IT, CARRY THE SAME INTERVAL AND AGREE
      * WITH ITS OWN DIGIT, AND THE LOAD STOPS AT THE FIRST ONE THAT
      * DOES NOT - THE POINTS BEFORE IT ARE GOOD AND ARE USED.  THE
      * SAME CONTRACT AS FACTVAL: A MISSING OR DAMAGED LOOKUP IS
      * LOGGED AND NEVER STOPS THE RUN, MODE 2 JUST STARTS FROM 1
      * WHERE THERE IS NO POINT TO START FROM.
      *----------------------------------------------------------------
           A28-LOAD-NZ-LOOKUP.
           OPEN INPUT FACTLNZ.
           IF FACTLNZ-STATUS NOT = "00" THEN
               DISPLAY "FACTBAT - FACTLNZ NOT AVAILABLE - FILE STATUS "
                   FACTLNZ-STATUS " - MODE 2 STARTS FROM 1"
           ELSE
               MOVE "N" TO FACT-LNZ-EOF-SW
               PERFORM A28A-LOAD-ONE-POINT UNTIL FACT-LNZ-EOF-YES
               CLOSE FACTLNZ
               IF FACT-LNZ-LOADED = 0 THEN
                   DISPLAY "FACTBAT - FACTLNZ HOLDS NO USABLE POINT "
                       "- MODE 2 STARTS FROM 1"
               ELSE
                   DISPLAY "FACTBAT - FACTLNZ " FACT-LNZ-LOADED
                       " POINT(S) LOADED, ONE EVERY " FACT-LNZ-STEP
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A28A-LOAD-ONE-POINT - READ, CHECK AND HOLD THE NEXT POINT.
      *----------------------------------------------------------------
           A28A-LOAD-ONE-POINT.
           READ FACTLNZ
               AT END
                   SET FACT-LNZ-EOF-YES TO TRUE
           END-READ.

           IF NOT FACT-LNZ-EOF-YES THEN
               MOVE FACTLNZ-RECORD TO FACT-LNZ-RECORD
               IF FACT-LNZ-LOADED = 0 AND
                   FACT-LNZ-INTERVAL IS NUMERIC THEN
                   MOVE FACT-LNZ-INTERVAL TO FACT-LNZ-STEP
               END-IF
               ADD 1 TO FACT-LNZ-LOADED GIVING FACT-LNZ-SUB
               MULTIPLY FACT-LNZ-SUB BY FACT-LNZ-STEP
                   GIVING FACT-LNZ-EXPECT
               EVALUATE TRUE
                   WHEN FACT-LNZ-SUB > FACT-LNZ-MAX-POINTS
                       DISPLAY "FACTBAT - FACTLNZ HOLDS MORE THAN "
                           FACT-LNZ-MAX-POINTS " POINTS - THE REST "
                           "ARE NOT USED"
                       SET FACT-LNZ-EOF-YES TO TRUE
                   WHEN FACT-LNZ-VALUE IS NOT NUMERIC OR
                       FACT-LNZ-INTERVAL IS NOT NUMERIC OR
                       FACT-LNZ-ACC IS NOT NUMERIC OR
                       FACT-LNZ-DIGIT IS NOT NUMERIC
                       PERFORM A28B-REFUSE-POINT
                   WHEN FACT-LNZ-STEP = 0 OR
                       FACT-LNZ-INTERVAL NOT = FACT-LNZ-STEP OR
                       FACT-LNZ-VALUE NOT = FACT-LNZ-EXPECT
                       PERFORM A28B-REFUSE-POINT
                   WHEN OTHER
                       DIVIDE FACT-LNZ-ACC BY 10
                           GIVING FACT-LNZ-QUOT
                           REMAINDER FACT-LNZ-REM
                       IF FACT-LNZ-REM = 0 OR
                           FACT-LNZ-REM NOT = FACT-LNZ-DIGIT THEN
                           PERFORM A28B-REFUSE-POINT
                       ELSE
                           MOVE FACT-LNZ-ACC
                               TO FACT-LNZ-POINT-ACC (FACT-LNZ-SUB)
                           MOVE FACT-LNZ-SUB TO FACT-LNZ-LOADED
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * A28B-REFUSE-POINT - A POINT OUT OF SEQUENCE OR AT ODDS WITH
      * ITSELF ENDS THE LOAD; THE FACTLNB BUILD REFUSES TO EXTEND THE
      * DATASET UNTIL IT IS REBUILT.
      *----------------------------------------------------------------
           A28B-REFUSE-POINT.
           DISPLAY "FACTBAT - FACTLNZ RECORD " FACT-LNZ-SUB
               " OUT OF SEQUENCE OR DAMAGED - LOOKUP USED UP TO "
               "POINT " FACT-LNZ-LOADED.
           SET FACT-LNZ-EOF-YES TO TRUE.

      *----------------------------------------------------------------
      * A29-SWEEP-FEED-HEADERS - A RESTART SKIPS THE PRE-PASS THAT
      * NORMALLY TOTALS THE SUB-FEED HEADERS, SO IT READS FACTIN ONCE
      * FOR THE HEADERS ALONE AND REWINDS IT; THE SKIP BACK TO THE
      * RESTART POINT FOLLOWS AS USUAL.
      *----------------------------------------------------------------
           A29-SWEEP-FEED-HEADERS.
           MOVE "N" TO FACT-ETA-EOF-SW.
           PERFORM A29A-SWEEP-ONE-RECORD UNTIL FACT-ETA-EOF-YES.
           CLOSE FACTIN.
           OPEN INPUT FACTIN.

           A29A-SWEEP-ONE-RECORD.
           READ FACTIN
               AT END
                   SET FACT-ETA-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-ETA-EOF-YES THEN
               MOVE FACTIN-RECORD TO FACT-HEADER-RECORD
               IF (FACT-HDR-MODE-LAST-DIGIT OR
                   FACT-HDR-MODE-LAST-NONZERO OR
                   FACT-HDR-MODE-TRAILING-ZEROS) AND
                   FACT-HDR-RECORD-COUNT IS NUMERIC THEN
                   PERFORM A29B-NOTE-FEED-HEADER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A29B-NOTE-FEED-HEADER - ONE SUB-FEED HEADER (IN
      * FACT-HEADER-RECORD) INTO THE NIGHT'S EXPECTED VOLUME, AND
      * ITS SOURCE INTO THE RUN-LEVEL CODE BY THE SAME RULE C6
      * APPLIES FOR FACTSTA, SO THE HISTORY IS MATCHED ON THE CODE
      * TONIGHT'S OWN FACTSTA RECORD WILL CARRY.
      *----------------------------------------------------------------
           A29B-NOTE-FEED-HEADER.
           ADD FACT-HDR-RECORD-COUNT TO FACT-ETA-RUN-EXPECTED.
           IF FACT-ETA-RUN-SOURCE = SPACES THEN
               MOVE FACT-HDR-SOURCE-SYS TO FACT-ETA-RUN-SOURCE
           ELSE
               IF FACT-HDR-SOURCE-SYS NOT = FACT-ETA-RUN-SOURCE THEN
                   MOVE "MLT" TO FACT-ETA-RUN-SOURCE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A30-LOAD-RATE-HISTORY - SETTLE THE DEADLINE AGAINST THE RUN
      * DATE AND POOL THE RATE OF THE LAST FACT-ETA-HIST-DEPTH
      * FACTSTA RUNS FOR TONIGHT'S SOURCE.  FACTSTA IS ONLY APPENDED
      * AT RUN END, SO IT IS FREE TO READ HERE.  NO HISTORY LEAVES
      * THE PROJECTION ON THIS RUN'S OWN RATE - LOGGED, NOT FATAL.
      *----------------------------------------------------------------
           A30-LOAD-RATE-HISTORY.
           PERFORM A30C-SETTLE-DEADLINE.

           OPEN INPUT FACTSTA.
           IF FACTSTA-STATUS NOT = "00" THEN
               DISPLAY "FACTBAT - FACTSTA HISTORY NOT AVAILABLE - FILE "
                   "STATUS " FACTSTA-STATUS " - FINISH PROJECTED AT "
                   "THIS RUN'S OWN RATE"
           ELSE
               MOVE "N" TO FACT-ETA-EOF-SW
               PERFORM A30A-NOTE-ONE-RUN UNTIL FACT-ETA-EOF-YES
               CLOSE FACTSTA
               MOVE 1 TO FACT-ETA-HIST-SUB
               PERFORM A30B-POOL-ONE-RUN
                   UNTIL FACT-ETA-HIST-SUB > FACT-ETA-HIST-USED
               IF FACT-ETA-HIST-SECS > 0 THEN
                   DIVIDE FACT-ETA-HIST-RECORDS BY FACT-ETA-HIST-SECS
                       GIVING FACT-ETA-HIST-RATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A30A-NOTE-ONE-RUN - ONE FACTSTA RECORD.  A RUN FOR THE SAME
      * SOURCE THAT PROCESSED RECORDS OF ITS OWN IN MEASURABLE TIME
      * TAKES THE NEXT SLOT OF THE HISTORY TABLE, WRAPPING ROUND SO
      * THE TABLE ENDS UP HOLDING THE MOST RECENT ONES.  THE RECORDS
      * A RESTART SKIPPED PAST ARE LEFT OUT, AS IN FACT-STA-RATE.
      *----------------------------------------------------------------
           A30A-NOTE-ONE-RUN.
           READ FACTSTA
               AT END
                   SET FACT-ETA-EOF-YES TO TRUE
           END-READ.
           IF NOT FACT-ETA-EOF-YES THEN
               MOVE FACTSTA-RECORD TO FACT-STATS-RECORD
               IF FACT-STA-SOURCE-SYS = FACT-ETA-RUN-SOURCE AND
                   FACT-STA-RECORDS IS NUMERIC AND
                   FACT-STA-RESTART IS NUMERIC AND
                   FACT-STA-ELAPSED IS NUMERIC THEN
                   IF FACT-STA-ELAPSED > 0 AND
                       FACT-STA-RECORDS > FACT-STA-RESTART THEN
                       ADD 1 TO FACT-ETA-HIST-NEXT
                       IF FACT-ETA-HIST-NEXT > FACT-ETA-HIST-DEPTH THEN
                           MOVE 1 TO FACT-ETA-HIST-NEXT
                       END-IF
                       SUBTRACT FACT-STA-RESTART FROM FACT-STA-RECORDS
                           GIVING FACT-ETA-HIST-RECS
                               (FACT-ETA-HIST-NEXT)
                       MOVE FACT-STA-ELAPSED
                           TO FACT-ETA-HIST-ELAP (FACT-ETA-HIST-NEXT)
                       IF FACT-ETA-HIST-USED < FACT-ETA-HIST-DEPTH THEN
                           ADD 1 TO FACT-ETA-HIST-USED
                       END-IF
                   END-IF
               END-IF
           END-IF.

           A30B-POOL-ONE-RUN.
           ADD FACT-ETA-HIST-RECS (FACT-ETA-HIST-SUB)
               TO FACT-ETA-HIST-RECORDS.
           ADD FACT-ETA-HIST-ELAP (FACT-ETA-HIST-SUB)
               TO FACT-ETA-HIST-SECS.
           ADD 1 TO FACT-ETA-HIST-SUB.

      *----------------------------------------------------------------
      * A30C-SETTLE-DEADLINE - THE RUN DATE AS A DAY NUMBER, AND THE
      * FACTPRM DEADLINE AS SECONDS FROM MIDNIGHT ON IT AND AS THE
      * DATE AND HHMM THE PROGRESS RECORD CARRIES.
      *----------------------------------------------------------------
           A30C-SETTLE-DEADLINE.
           COMPUTE FACT-ETA-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FACT-RUN-DATE).
           IF FACT-ETA-DEADLINE-ON THEN
               COMPUTE FACT-ETA-DEADLINE-ABS =
                   FACT-ETA-DEADLINE-DAY * 86400
                   + FACT-ETA-DEADLINE-HH * 3600
                   + FACT-ETA-DEADLINE-MM * 60
               COMPUTE FACT-ETA-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-ETA-RUN-DATE-INT
                   + FACT-ETA-DEADLINE-DAY)
               COMPUTE FACT-ETA-DEADLINE-TIME =
                   FACT-ETA-DEADLINE-HH * 100 + FACT-ETA-DEADLINE-MM
           END-IF.

      *----------------------------------------------------------------
      * A31-WRITE-PROGRESS - MEASURE THE RUN, PROJECT ITS FINISH,
      * JUDGE IT AGAINST THE DEADLINE AND APPEND THE PROGRESS RECORD.
      * THE CALLER SETS THE RECORD TYPE: "P" FROM EACH CHECKPOINT,
      * "E" ONCE THE RUN HAS ENDED.
      *----------------------------------------------------------------
           A31-WRITE-PROGRESS.
           PERFORM A31A-MEASURE-RUN.
           PERFORM A31B-PROJECT-FINISH.
           PERFORM A31C-CHECK-DEADLINE.
           PERFORM A31D-APPEND-PROGRESS.

      *----------------------------------------------------------------
      * A31A-MEASURE-RUN - THE CLOCK NOW, THIS EXECUTION'S ELAPSED
      * SECONDS AND ITS RATE, FIGURED AS A2 FIGURES THEM FOR THE
      * TRAILER (RECORDS A RESTART SKIPPED PAST DO NOT COUNT - NOR
      * DOES A RESTART THAT ENDS BEFORE IT HAS SKIPPED PAST THEM).
      *----------------------------------------------------------------
           A31A-MEASURE-RUN.
           ACCEPT FACT-ETA-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT FACT-ETA-NOW-TIME FROM TIME.
           MOVE FACT-RUN-START-TIME TO FACT-TIME-WORK.
           PERFORM A6-TIME-TO-SECONDS.
           MOVE FACT-TIME-SECS-WORK TO FACT-START-SECS.
           MOVE FACT-ETA-NOW-TIME TO FACT-TIME-WORK.
           PERFORM A6-TIME-TO-SECONDS.
           MOVE FACT-TIME-SECS-WORK TO FACT-ETA-NOW-SECS.

           IF FACT-ETA-NOW-SECS < FACT-START-SECS THEN
               COMPUTE FACT-ETA-ELAPSED =
                   FACT-ETA-NOW-SECS + 86400 - FACT-START-SECS
           ELSE
               SUBTRACT FACT-START-SECS FROM FACT-ETA-NOW-SECS
                   GIVING FACT-ETA-ELAPSED
           END-IF.

           IF COUNTER > FACT-RESTART-COUNT THEN
               SUBTRACT FACT-RESTART-COUNT FROM COUNTER
                   GIVING FACT-RUN-COUNT
           ELSE
               MOVE 0 TO FACT-RUN-COUNT
           END-IF.
           IF FACT-ETA-ELAPSED = 0 THEN
               MOVE FACT-RUN-COUNT TO FACT-ETA-RATE
           ELSE
               DIVIDE FACT-RUN-COUNT BY FACT-ETA-ELAPSED
                   GIVING FACT-ETA-RATE
           END-IF.

      *----------------------------------------------------------------
      * A31B-PROJECT-FINISH - RECORDS STILL TO DO (THE HEADER TOTAL
      * LESS THOSE DONE, OR LESS IF THE RECORD CAP WILL STOP THE RUN
      * FIRST) OVER THE PROJECTION RATE: THE FACTSTA HISTORY RATE,
      * OR THIS RUN'S OWN WHEN THERE IS NO HISTORY OR THE RUN IS
      * GOING SLOWER THAN IT - THE DEADLINE WARNING MUST ERR ON THE
      * LATE SIDE.  WITH NOTHING LEFT TO DO THE FINISH IS NOW.  THE
      * FINISH IS CARRIED AS SECONDS FROM MIDNIGHT ON THE RUN DATE
      * AND TURNED BACK INTO A DATE AND HHMM FOR THE RECORD.
      *----------------------------------------------------------------
           A31B-PROJECT-FINISH.
           MOVE 0 TO FACT-ETA-REMAINING.
           IF NOT FACT-PGS-ENDED AND
               FACT-ETA-RUN-EXPECTED > COUNTER THEN
               SUBTRACT COUNTER FROM FACT-ETA-RUN-EXPECTED
                   GIVING FACT-ETA-REMAINING
               IF FACT-MAX-RECORDS > 0 THEN
                   IF FACT-MAX-RECORDS > COUNTER THEN
                       SUBTRACT COUNTER FROM FACT-MAX-RECORDS
                           GIVING FACT-ETA-CAP-LEFT
                       IF FACT-ETA-CAP-LEFT < FACT-ETA-REMAINING THEN
                           MOVE FACT-ETA-CAP-LEFT TO FACT-ETA-REMAINING
                       END-IF
                   ELSE
                       MOVE 0 TO FACT-ETA-REMAINING
                   END-IF
               END-IF
           END-IF.

           SET FACT-PGS-PROJ-NONE TO TRUE.
           MOVE 0 TO FACT-ETA-PROJ-RATE.
           IF FACT-ETA-HIST-RATE > 0 THEN
               SET FACT-PGS-PROJ-HISTORY TO TRUE
               MOVE FACT-ETA-HIST-RATE TO FACT-ETA-PROJ-RATE
           END-IF.
           IF FACT-ETA-RATE > 0 THEN
               IF FACT-ETA-PROJ-RATE = 0 OR
                   FACT-ETA-RATE < FACT-ETA-PROJ-RATE THEN
                   SET FACT-PGS-PROJ-CURRENT TO TRUE
                   MOVE FACT-ETA-RATE TO FACT-ETA-PROJ-RATE
               END-IF
           END-IF.

           MOVE "N" TO FACT-ETA-HAVE-SW.
           MOVE 0 TO FACT-ETA-REMAIN-SECS.
           IF FACT-ETA-REMAINING = 0 THEN
               SET FACT-ETA-HAVE-YES TO TRUE
           ELSE
               IF FACT-ETA-PROJ-RATE > 0 THEN
                   SET FACT-ETA-HAVE-YES TO TRUE
                   DIVIDE FACT-ETA-REMAINING BY FACT-ETA-PROJ-RATE
                       GIVING FACT-ETA-REMAIN-SECS
                       REMAINDER FACT-ETA-WORK-REM
                   IF FACT-ETA-WORK-REM > 0 THEN
                       ADD 1 TO FACT-ETA-REMAIN-SECS
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO FACT-ETA-FINISH-DATE.
           MOVE 0 TO FACT-ETA-FINISH-TIME.
           IF FACT-ETA-HAVE-YES THEN
               COMPUTE FACT-ETA-NOW-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-ETA-NOW-DATE)
               IF FACT-ETA-NOW-DATE-INT < FACT-ETA-RUN-DATE-INT THEN
                   MOVE FACT-ETA-RUN-DATE-INT TO FACT-ETA-NOW-DATE-INT
               END-IF
               COMPUTE FACT-ETA-FINISH-ABS =
                   (FACT-ETA-NOW-DATE-INT - FACT-ETA-RUN-DATE-INT)
                   * 86400 + FACT-ETA-NOW-SECS + FACT-ETA-REMAIN-SECS
               DIVIDE FACT-ETA-FINISH-ABS BY 86400
                   GIVING FACT-ETA-FINISH-DAYS
                   REMAINDER FACT-ETA-FINISH-SECS
               COMPUTE FACT-ETA-FINISH-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-ETA-RUN-DATE-INT
                   + FACT-ETA-FINISH-DAYS)
               DIVIDE FACT-ETA-FINISH-SECS BY 3600
                   GIVING FACT-ETA-FINISH-HH
                   REMAINDER FACT-ETA-WORK-REM
               DIVIDE FACT-ETA-WORK-REM BY 60
                   GIVING FACT-ETA-FINISH-MM
               COMPUTE FACT-ETA-FINISH-TIME =
                   FACT-ETA-FINISH-HH * 100 + FACT-ETA-FINISH-MM
           END-IF.

      *----------------------------------------------------------------
      * A31C-CHECK-DEADLINE - A PROJECTED FINISH PAST THE DEADLINE
      * WARNS THE CONSOLE THE FIRST TIME IT IS SEEN, IN TIME FOR THE
      * HOLD-OR-SPLIT DECISION; IT WARNS AGAIN ONLY IF A LATER
      * CHECKPOINT BRINGS IT BACK INSIDE AND IT SLIPS OUT ONCE MORE.
      * THE CLOSING RECORD IS FLAGGED BUT NOT WARNED - THE RUN IS
      * OVER BY THEN.
      *----------------------------------------------------------------
           A31C-CHECK-DEADLINE.
           MOVE "N" TO FACT-ETA-LATE-SW.
           IF FACT-ETA-DEADLINE-ON AND FACT-ETA-HAVE-YES THEN
               IF FACT-ETA-FINISH-ABS > FACT-ETA-DEADLINE-ABS THEN
                   SET FACT-ETA-LATE-YES TO TRUE
               END-IF
           END-IF.

           IF FACT-ETA-LATE-YES THEN
               IF FACT-PGS-IN-FLIGHT AND NOT FACT-ETA-WARNED-YES THEN
                   DISPLAY "FACTBAT - *** BATCH WINDOW WARNING *** "
                       "PROJECTED FINISH " FACT-ETA-FINISH-DATE " "
                       FACT-ETA-FINISH-TIME " IS PAST THE DEADLINE "
                       FACT-ETA-DEADLINE-DATE " "
                       FACT-ETA-DEADLINE-TIME
                   DISPLAY "FACTBAT - " COUNTER " OF "
                       FACT-ETA-RUN-EXPECTED " RECORDS DONE, FEED "
                       FACT-FEED-NUM " SOURCE " FACT-FEED-SOURCE
                       " - HOLD OR SPLIT DECISION NEEDED"
                   SET FACT-ETA-WARNED-YES TO TRUE
               END-IF
           ELSE
               MOVE "N" TO FACT-ETA-WARNED-SW
           END-IF.

      *----------------------------------------------------------------
      * A31D-APPEND-PROGRESS - OPENED, WRITTEN AND CLOSED EACH TIME,
      * LIKE THE CHECKPOINT, SO EVERY RECORD IS ON THE DATASET FOR
      * THE FACTPGD JOB THE MOMENT IT IS WRITTEN.  A LOG THAT WILL
      * NOT OPEN COSTS THE RUN ITS PROGRESS RECORDS, NOT THE RUN -
      * LOGGED ONCE AND NOT TRIED AGAIN.
      *----------------------------------------------------------------
           A31D-APPEND-PROGRESS.
           IF NOT FACT-PGS-FAILED-YES THEN
               OPEN EXTEND FACTPGS
               IF FACTPGS-STATUS NOT = "00" THEN
                   OPEN OUTPUT FACTPGS
               END-IF
               IF FACTPGS-STATUS NOT = "00" THEN
                   DISPLAY "FACTBAT - UNABLE TO OPEN FACTPGS - FILE "
                       "STATUS " FACTPGS-STATUS " - PROGRESS NOT "
                       "LOGGED"
                   SET FACT-PGS-FAILED-YES TO TRUE
               ELSE
                   MOVE FACT-RUN-DATE TO FACT-PGS-RUN-DATE
                   MOVE FACT-JOB-NAME TO FACT-PGS-JOB-ID
                   MOVE FACT-ETA-NOW-DATE TO FACT-PGS-STAMP-DATE
                   DIVIDE FACT-ETA-NOW-TIME BY 100
                       GIVING FACT-PGS-STAMP-TIME
                   MOVE FACT-FEED-NUM TO FACT-PGS-FEED-NUM
                   MOVE FACT-FEED-SOURCE TO FACT-PGS-FEED-SOURCE
                   MOVE FACT-FEED-COUNTER TO FACT-PGS-FEED-DONE
                   MOVE FACT-FEED-EXPECTED TO FACT-PGS-FEED-EXPECTED
                   MOVE COUNTER TO FACT-PGS-RUN-DONE
                   MOVE FACT-ETA-RUN-EXPECTED TO FACT-PGS-RUN-EXPECTED
                   MOVE FACT-ETA-ELAPSED TO FACT-PGS-ELAPSED
                   MOVE FACT-ETA-RATE TO FACT-PGS-RATE
                   MOVE FACT-ETA-PROJ-RATE TO FACT-PGS-PROJ-RATE
                   MOVE FACT-ETA-FINISH-DATE TO FACT-PGS-ETA-DATE
                   MOVE FACT-ETA-FINISH-TIME TO FACT-PGS-ETA-TIME
                   MOVE FACT-ETA-DEADLINE-DATE
                       TO FACT-PGS-DEADLINE-DATE
                   MOVE FACT-ETA-DEADLINE-TIME
                       TO FACT-PGS-DEADLINE-TIME
                   MOVE FACT-ETA-LATE-SW TO FACT-PGS-LATE-SW
                   IF FACT-PGS-ENDED THEN
                       MOVE RETURN-CODE TO FACT-PGS-RETURN-CODE
                   ELSE
                       MOVE 0 TO FACT-PGS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO FACTPGS-RECORD
                   MOVE FACT-PROGRESS-RECORD TO FACTPGS-RECORD
                   WRITE FACTPGS-RECORD
                   CLOSE FACTPGS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A32-END-PROGRESS-EARLY - THE "E" RECORD FOR A RUN THAT STOPS
      * BEFORE IT PROCESSES ANYTHING: THE RUN-LEDGER REFUSAL (RC 12)
      * AND AN OUTPUT DATASET THAT WILL NOT OPEN (RC 16).  NEITHER
      * HAS STARTED THE CLOCK (A1) AND THE REFUSAL HAS NOT SETTLED
      * THE DEADLINE (A30), SO BOTH ARE DONE HERE; WITHOUT THE
      * RECORD FACTPGD WOULD GO ON SHOWING THE NIGHT BEFORE, OR A
      * FAILED RUN STILL IN FLIGHT.  THE CALLER SETS THE RC.
      *----------------------------------------------------------------
           A32-END-PROGRESS-EARLY.
           ACCEPT FACT-RUN-START-TIME FROM TIME.
           PERFORM A30C-SETTLE-DEADLINE.
           SET FACT-PGS-ENDED TO TRUE.
           PERFORM A31-WRITE-PROGRESS.

      *----------------------------------------------------------------
      * A22-CHECK-RUN-LEDGER - THE DOUBLE-RUN GUARD.  OPEN (OR
      * CREATE) THE KEYED RUN LEDGER, JUDGE TODAY'S BUSINESS DATE,
                       DISPLAY "FACTBAT - RUN LEDGER SHOWS "
                           FACT-RUN-DATE " STARTED BUT NEVER "
                           "COMPLETED"
                       IF FACT-LGR-PRI-SEALED OR FACT-LGR-PRI-NONE
                           THEN
                           MOVE FACT-LGR-PRI-SW TO FACT-LGR-SAVE-PRI-SW
                           IF FACT-LGR-PRI-COUNT IS NUMERIC THEN
                               MOVE FACT-LGR-PRI-COUNT
                                   TO FACT-LGR-SAVE-PRI-COUNT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * A22B-CHECK-PRIOR-DATE - "DID LAST NIGHT ACTUALLY RUN".  THE
      * PRIOR BUSINESS DATE MISSING FROM THE LEDGER, OR PRESENT BUT
      * NOT COMPLETE, IS FLAGGED ON FACTRPT.  THE PRIOR BUSINESS
      * DATE COMES FROM THE SHOP CALENDAR VIA FACTBDAY, SO A MONDAY
      * LOOKS BACK TO FRIDAY AND THE DAY AFTER A HOLIDAY LOOKS PAST
      * IT; ONLY A RUN DATE FACTBDAY REJECTS FALLS BACK TO THE DAY
      * BEFORE.
      *----------------------------------------------------------------
           A22B-CHECK-PRIOR-DATE.
           MOVE "PB" TO FACT-BDY-FUNCTION.
           MOVE FACT-RUN-DATE TO FACT-BDY-DATE.
           CALL "FACTBDAY" USING FACT-BDY-REQUEST.
           IF FACT-BDY-RC-INVALID THEN
               COMPUTE FACT-LGR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FACT-RUN-DATE) - 1
               COMPUTE FACT-LGR-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER(FACT-LGR-DATE-INT)
           ELSE
               MOVE FACT-BDY-RESULT-DATE TO FACT-LGR-PRIOR-DATE
           END-IF.
           MOVE FACT-LGR-PRIOR-DATE TO FACTLGR-KEY.
           READ FACTLGR
               INVALID KEY
           IF FACT-RUN-FORCED-YES THEN
               SET FACT-LGR-FORCED TO TRUE
           END-IF.
           MOVE FACT-LGR-SAVE-PRI-SW TO FACT-LGR-PRI-SW.
           MOVE FACT-LGR-SAVE-PRI-COUNT TO FACT-LGR-PRI-COUNT.
           MOVE SPACES TO FACTLGR-RECORD.
           MOVE FACT-LEDGER-RECORD TO FACTLGR-RECORD.
           IF FACT-LGR-FOUND-YES THEN
               IF FACT-RUN-FORCED-YES THEN
                   SET FACT-LGR-FORCED TO TRUE
               END-IF
               MOVE FACT-LGR-SAVE-PRI-SW TO FACT-LGR-PRI-SW
               MOVE FACT-LGR-SAVE-PRI-COUNT TO FACT-LGR-PRI-COUNT
               MOVE SPACES TO FACTLGR-RECORD
               MOVE FACT-LEDGER-RECORD TO FACTLGR-RECORD
               REWRITE FACTLGR-RECORD
           MOVE FACT-ERR-MIN-COUNT TO RPT-PARM-ERR-MIN.
           MOVE FACT-DUP-AUDIT-SW TO RPT-PARM-DUPCHK.
           WRITE FACTRPT-LINE FROM FACT-RPT-PARM-LINE-3.
           MOVE FACT-LNZ-LOADED TO RPT-PARM-LNZ-POINTS.
           MOVE FACT-LNZ-STEP TO RPT-PARM-LNZ-STEP.
           MOVE FACT-NZ-LIMIT TO RPT-PARM-NZ-LIMIT.
           WRITE FACTRPT-LINE FROM FACT-RPT-PARM-LINE-4.
           IF FACT-ETA-DEADLINE-ON THEN
               MOVE FACT-ETA-DEADLINE-DATE TO FACT-ETA-SHOW-DATE
               MOVE FACT-ETA-DEADLINE-TIME TO FACT-ETA-SHOW-TIME
               MOVE FACT-ETA-DEADLINE-SHOW TO RPT-PARM-DEADLINE
           ELSE
               MOVE "NONE" TO RPT-PARM-DEADLINE
           END-IF.
           MOVE FACT-ETA-HIST-USED TO RPT-PARM-HIST-RUNS.
           MOVE FACT-ETA-HIST-RATE TO RPT-PARM-HIST-RATE.
           WRITE FACTRPT-LINE FROM FACT-RPT-PARM-LINE-5.

      *----------------------------------------------------------------
      * THE EFFECTIVE BUSINESS RULES, ECHOED LIKE THE RUN CONTROLS SO
               MOVE FACT-DUP-COUNT TO RPT-DUP-TOTAL
               WRITE FACTRPT-LINE FROM FACT-RPT-DUP-TOTAL-LINE
           END-IF.
           IF FACT-VOID-COUNT > 0 THEN
               MOVE FACT-VOID-COUNT TO RPT-VOID-TOTAL
               WRITE FACTRPT-LINE FROM FACT-RPT-VOID-TOTAL-LINE
           END-IF.

           ACCEPT FACT-RUN-END-TIME FROM TIME.
           MOVE FACT-RUN-START-TIME TO FACT-TIME-WORK.
           B2-PROCESS-DETAIL-RECORD.
           MOVE FACTIN-RECORD TO FACT-INPUT-RECORD.
           MOVE FACT-IN-REQUEST-ID TO FACT-OUT-REQUEST-ID.
           MOVE FACT-FEED-SOURCE TO FACT-OUT-SOURCE-SYS.
           MOVE FACT-RUN-MODE-SW TO FACT-OUT-RUN-MODE.

      *----------------------------------------------------------------
      * THE DUPLICATE CHECK COMES BEFORE VALIDATION AND COMPUTATION -
      * TO THE REJECT FILE A SECOND TIME.  THE MASTER'S RUN STAMP IS
      * THE PRIMARY TEST (ONE KEYED READ, ANY VOLUME); THE IN-CORE
      * TABLE BACKS IT UP FOR ERROR RECORDS THE MASTER NEVER SEES
      * AND CARRIES EVERYTHING WHEN THE MASTER IS UNAVAILABLE.  A
      * VOID NAMES A REQUEST ALREADY ANSWERED BY DEFINITION, SO IT
      * SKIPS THE DUPLICATE CHECK AND GOES STRAIGHT TO B20.
      *----------------------------------------------------------------
           MOVE FACT-IN-REQUEST-ID TO FACT-DUP-KEY.
           MOVE "N" TO FACT-MST-HIT-SW.
           MOVE "N" TO FACT-MST-FOUND-SW.
           MOVE "N" TO FACT-DUP-FOUND-SW.

           IF FACT-MST-AVAIL-YES AND NOT FACT-IN-TRAN-VOID THEN
               PERFORM B14-CHECK-MASTER-DUPLICATE
           END-IF.
           IF NOT FACT-DUP-FOUND-YES AND NOT FACT-IN-TRAN-VOID THEN
               PERFORM B10-CHECK-DUPLICATE
           END-IF.

           EVALUATE TRUE
               WHEN FACT-IN-TRAN-VOID
                   PERFORM B20-PROCESS-VOID
               WHEN FACT-DUP-FOUND-YES
                   SET FACT-OUT-STATUS-DUP TO TRUE
                   MOVE 0 TO FACT-OUT-DIGIT
                   MOVE 0 TO FACT-OUT-RESULT
                   MOVE SPACE TO FACT-OUT-SOURCE
                   DISPLAY "FACTBAT - DUPLICATE REQUEST "
                       FACT-IN-REQUEST-ID " FLAGGED - NOT REPROCESSED"
               WHEN OTHER
                   PERFORM B1-VALIDATE-INPUT

                   IF NOT FACT-OUT-STATUS-OK THEN
                       PERFORM B7-WRITE-REJECT-RECORD
                   END-IF

                   IF FACT-OUT-STATUS-OK THEN
                       MOVE FACT-IN-VALUE TO USERINP
                       SET FACT-OUT-COMPUTED TO TRUE

                       IF FACT-MST-AVAIL-YES THEN
                           PERFORM B8-ANSWER-FROM-MASTER
                       END-IF

                       IF NOT FACT-MST-HIT-YES THEN
                           EVALUATE TRUE
                               WHEN FACT-RUN-MODE-TRAILING-ZEROS
                                   PERFORM B17-COMPUTE-TRAILING-ZEROS
                               WHEN FACT-RUN-MODE-LAST-NONZERO
                                   PERFORM B3-COMPUTE-LAST-NONZERO-DIGIT
                                   MOVE FACT-OUT-DIGIT
                                       TO FACT-OUT-RESULT
                               WHEN OTHER
                                   CALL "LASTFACTORIALDIGIT"
                                       USING USERINP FACT-OUT-DIGIT
                                   MOVE FACT-OUT-DIGIT
                                       TO FACT-OUT-RESULT
                           END-EVALUATE
                           IF FACT-MST-AVAIL-YES THEN
                               PERFORM B9-POST-MASTER
                           END-IF
                       END-IF
                   END-IF

      *----------------------------------------------------------------
      * AN ANSWERED REQUEST'S REPEAT IS CAUGHT BY THE MASTER'S RUN
      * STAMP; THE TABLE ONLY NEEDS THE IDS THE MASTER WILL NOT HOLD
      * - ERROR RECORDS, AND EVERYTHING ON A MASTER-LESS RUN.
      *----------------------------------------------------------------
                   IF NOT FACT-OUT-STATUS-OK
                       OR NOT FACT-MST-AVAIL-YES THEN
                       PERFORM B11-TRACK-REQUEST-ID
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * WITH THE SORT OPTION ON, DETAIL RECORDS ARE STAGED ON FACTWRK
               WHEN FACT-OUT-STATUS-DUP
                   ADD 1 TO FACT-DUP-COUNT
                   ADD 1 TO FACT-FEED-DUP-COUNT
               WHEN FACT-OUT-STATUS-VOID
                   ADD 1 TO FACT-VOID-COUNT
                   ADD 1 TO FACT-FEED-VOID-COUNT
               WHEN OTHER
                   ADD 1 TO FACT-OUT-ERR-COUNT
                   ADD 1 TO FACT-FEED-ERR-COUNT
           END-EVALUATE.
           ADD FACT-OUT-RESULT TO FACT-OUT-HASH-TOTAL.

           MOVE FACT-OUT-REQUEST-ID TO RPT-REQUEST-ID.

      * RPT-VALUE IS A NUMERIC-EDITED FIELD, SO MOVING FACT-IN-VALUE
      * INTO IT WHEN B1-VALIDATE-INPUT HAS JUST FLAGGED IT NOT NUMERIC
      * RISKS A DATA EXCEPTION ON THE INVALID DIGIT DATA - REPORT ZERO
      * INSTEAD OF THE UNVALIDATED BYTES ON THE ERROR PATH.  A VOID
      * REPORTS THE VALUE OF THE REQUEST IT WITHDREW (B20 PUT THE
      * MASTER'S VALUE THERE).
      *----------------------------------------------------------------
           IF FACT-OUT-STATUS-OK OR FACT-OUT-STATUS-VOID THEN
               MOVE FACT-IN-VALUE TO RPT-VALUE
           ELSE
               MOVE 0 TO RPT-VALUE
           END-IF.

           MOVE FACT-OUT-RESULT TO RPT-RESULT.
           MOVE FACT-OUT-STATUS TO RPT-STATUS.
           IF FACT-RPT-DETAIL-ON THEN
               WRITE FACTRPT-LINE FROM FACT-RPT-DETAIL-LINE
           B1-VALIDATE-INPUT.
           SET FACT-OUT-STATUS-OK TO TRUE.
           MOVE 0 TO FACT-OUT-DIGIT.
           MOVE 0 TO FACT-OUT-RESULT.
           MOVE SPACE TO FACT-OUT-SOURCE.
           MOVE SPACES TO FACT-REJ-REASON-WORK.

               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RUN MODE 2 MULTIPLIES THROUGH EVERY FACTOR FROM THE NEAREST
      * FACTLNZ POINT; A VALUE THAT WOULD STILL TAKE MORE OF THEM
      * THAN THE FACTPRM LIMIT IS REFUSED (REASON 08) RATHER THAN
      * LEFT TO HOLD THE BATCH WINDOW.  IT IS JUDGED ON THE VALUE
      * ALONE, AHEAD OF ANY MASTER LOOKUP, SO A GIVEN VALUE GETS THE
      * SAME ANSWER ON EVERY FEED AND IN THE PRIORITY PRE-PASS.
      *----------------------------------------------------------------
           IF FACT-OUT-STATUS-OK AND FACT-OUT-RUN-MODE = "2" AND
               FACT-NZ-LIMIT > 0 THEN
               MOVE FACT-IN-VALUE TO FACT-NZ-TARGET
               PERFORM B22-FIND-NZ-START
               IF FACT-NZ-COST > FACT-NZ-LIMIT THEN
                   SET FACT-OUT-STATUS-ERROR TO TRUE
                   MOVE "08" TO FACT-REJ-REASON-WORK
                   DISPLAY "FACTBAT - VALUE " FACT-IN-VALUE
                       " OVER MODE 2 COST LIMIT ON REQUEST "
                       FACT-IN-REQUEST-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * B15-CHECK-ID-PREFIX - SCAN THE LOADED PREFIX RULES.  A RULE
      * APPLIES TO THE CURRENT FEED WHEN ITS SOURCE IS BLANK (EVERY
      * THIS BUILDS THE PRODUCT ONE FACTOR AT A TIME, STRIPPING
      * TRAILING ZEROS AS SOON AS THEY APPEAR, SO WHAT IS LEFT ONCE
      * USERINP FACTORS HAVE BEEN MULTIPLIED IN IS THE LAST NONZERO
      * DIGIT.  THE PRODUCT STARTS FROM THE NEAREST FACTLNZ POINT AT
      * OR BELOW USERINP (B22), WHICH HOLDS THIS SAME LOOP'S STATE
      * THERE, SO THE ANSWER IS THE ONE A START FROM 1 WOULD GIVE.
      *----------------------------------------------------------------
           B3-COMPUTE-LAST-NONZERO-DIGIT.
           MOVE USERINP TO FACT-NZ-TARGET.
           PERFORM B22-FIND-NZ-START.
           PERFORM B4-NZ-MULTIPLY-ONE-FACTOR
               UNTIL FACT-NZ-FACTOR > USERINP.

               REMAINDER FACT-NZ-REM.
           MOVE FACT-NZ-REM TO FACT-OUT-DIGIT.

      *----------------------------------------------------------------
      * B22-FIND-NZ-START - WHERE THE RUN MODE 2 LOOP STARTS FOR
      * FACT-NZ-TARGET: THE ACCUMULATOR AT THE HIGHEST FACTLNZ POINT
      * NOT ABOVE IT AND THE FACTOR AFTER THAT POINT, OR 1 AND 1 WHEN
      * THERE IS NO SUCH POINT; AND IN FACT-NZ-COST THE FACTORS LEFT
      * TO MULTIPLY FROM THERE.
      *----------------------------------------------------------------
           B22-FIND-NZ-START.
           MOVE 1 TO FACT-NZ-ACC.
           MOVE 1 TO FACT-NZ-FACTOR.
           IF FACT-LNZ-LOADED > 0 THEN
               DIVIDE FACT-NZ-TARGET BY FACT-LNZ-STEP
                   GIVING FACT-LNZ-QUOT
               IF FACT-LNZ-QUOT > FACT-LNZ-LOADED THEN
                   MOVE FACT-LNZ-LOADED TO FACT-LNZ-QUOT
               END-IF
               IF FACT-LNZ-QUOT > 0 THEN
                   MOVE FACT-LNZ-POINT-ACC (FACT-LNZ-QUOT)
                       TO FACT-NZ-ACC
                   MULTIPLY FACT-LNZ-QUOT BY FACT-LNZ-STEP
                       GIVING FACT-NZ-FACTOR
                   ADD 1 TO FACT-NZ-FACTOR
               END-IF
           END-IF.

           IF FACT-NZ-FACTOR > FACT-NZ-TARGET THEN
               MOVE 0 TO FACT-NZ-COST
           ELSE
               SUBTRACT FACT-NZ-FACTOR FROM FACT-NZ-TARGET
                   GIVING FACT-NZ-COST
               ADD 1 TO FACT-NZ-COST
           END-IF.

      *----------------------------------------------------------------
      * B4-NZ-MULTIPLY-ONE-FACTOR - MULTIPLY THE ACCUMULATOR BY THE
      * NEXT FACTOR, THEN STRIP AWAY ANY TRAILING ZEROS AND TRUNCATE
               GIVING FACT-NZ-QUOT
               REMAINDER FACT-NZ-REM.

      *----------------------------------------------------------------
      * B17-COMPUTE-TRAILING-ZEROS - RUN MODE 3.  EVERY TRAILING ZERO
      * OF N! COMES FROM A 5 x 2 PAIR AND THE 2S ALWAYS OUTNUMBER THE
      * 5S, SO THE COUNT IS THE NUMBER OF FACTORS OF 5 IN 1..USERINP:
      * USERINP/5 + USERINP/25 + USERINP/125 ... (EACH DIVISION
      * TRUNCATED).  THE FULL COUNT GOES TO FACT-OUT-RESULT AND ITS
      * LOW-ORDER DIGIT TO FACT-OUT-DIGIT, SO A READER THAT ONLY
      * KNOWS THE ONE-DIGIT FIELD STILL FINDS A DIGIT THERE.
      *----------------------------------------------------------------
           B17-COMPUTE-TRAILING-ZEROS.
           MOVE 0 TO FACT-OUT-RESULT.
           MOVE 5 TO FACT-TZ-DIVISOR.
           PERFORM B18-TZ-ADD-ONE-POWER
               UNTIL FACT-TZ-DIVISOR > USERINP.

           DIVIDE FACT-OUT-RESULT BY 10
               GIVING FACT-TZ-QUOT
               REMAINDER FACT-OUT-DIGIT.

      *----------------------------------------------------------------
      * B18-TZ-ADD-ONE-POWER - ADD THE MULTIPLES OF THE CURRENT POWER
      * OF 5 AND STEP TO THE NEXT POWER.
      *----------------------------------------------------------------
           B18-TZ-ADD-ONE-POWER.
           DIVIDE USERINP BY FACT-TZ-DIVISOR GIVING FACT-TZ-QUOT.
           ADD FACT-TZ-QUOT TO FACT-OUT-RESULT.
           MULTIPLY 5 BY FACT-TZ-DIVISOR.

      *----------------------------------------------------------------
      * B7-WRITE-REJECT-RECORD - CAPTURE THE REJECTED DETAIL RECORD ON
      * FACTREJ IN ITS ORIGINAL SHAPE PLUS THE REASON IT WAS REFUSED
           MOVE FACT-RUN-MODE-SW TO FACT-REJ-RUN-MODE.
           MOVE FACT-FEED-SOURCE TO FACT-REJ-SOURCE-SYS.
           MOVE FACT-IN-PRIORITY TO FACT-REJ-PRIORITY.
           MOVE FACT-IN-TRAN-TYPE TO FACT-REJ-TRAN-TYPE.

           MOVE SPACES TO FACTREJ-RECORD.
           MOVE FACT-REJECT-RECORD TO FACTREJ-RECORD.
      * BUMPED AND THE RUN STAMP REFRESHED SO A LATER APPEARANCE THIS
      * RUN IS CAUGHT AS A DUPLICATE.  A RECORD WITH A DIFFERENT
      * VALUE OR MODE IS STALE - THE REQUEST IS COMPUTED FRESH AND
      * B9-POST-MASTER REFRESHES THE RECORD.  A VOIDED RECORD IS
      * NEVER SERVED: THE REQUEST IS COMPUTED FRESH AND B9 REPOSTS
      * THE RECORD LIVE.
      *----------------------------------------------------------------
           B8-ANSWER-FROM-MASTER.
           IF FACT-MST-FOUND-YES AND NOT FACT-MST-VOIDED THEN
               IF FACT-MST-VALUE = FACT-IN-VALUE AND
                   FACT-MST-RUN-MODE = FACT-RUN-MODE-SW THEN
                   SET FACT-MST-HIT-YES TO TRUE
                   IF FACT-MST-RESULT IS NOT NUMERIC THEN
                       MOVE FACT-MST-DIGIT TO FACT-MST-RESULT
                   END-IF
                   MOVE FACT-MST-DIGIT TO FACT-OUT-DIGIT
                   MOVE FACT-MST-RESULT TO FACT-OUT-RESULT
                   SET FACT-OUT-FROM-MASTER TO TRUE
                   ADD 1 TO FACT-MST-HIT-COUNT
                   MOVE FACT-RUN-DATE TO FACT-MST-LAST-DATE
           MOVE FACT-IN-REQUEST-ID TO FACT-MST-REQUEST-ID.
           MOVE FACT-IN-VALUE TO FACT-MST-VALUE.
           MOVE FACT-OUT-DIGIT TO FACT-MST-DIGIT.
           MOVE FACT-OUT-RESULT TO FACT-MST-RESULT.
           MOVE FACT-RUN-MODE-SW TO FACT-MST-RUN-MODE.
           ACCEPT FACT-MST-FIRST-DATE FROM DATE YYYYMMDD.
           ACCEPT FACT-MST-FIRST-TIME FROM TIME.
           MOVE 1 TO FACT-MST-HIT-COUNT.
           MOVE FACT-RUN-DATE TO FACT-MST-LAST-DATE.
           MOVE FACT-RUN-START-TIME TO FACT-MST-LAST-TIME.
           MOVE SPACE TO FACT-MST-VOID-SW.
           MOVE 0 TO FACT-MST-VOID-DATE.

           MOVE SPACES TO FACTMST-RECORD.
           MOVE FACT-MASTER-RECORD TO FACTMST-RECORD.
      * TIME) WAS ALREADY ANSWERED TONIGHT AND IS A DUPLICATE; WITH
      * THE REPLAY CHECK ON, ANY RECORD THE MASTER HOLDS AT ALL IS A
      * REPLAY.  RECORDS FROM BEFORE THE STAMP FIELDS EXISTED CARRY
      * SPACES THERE AND READ AS NEVER-STAMPED.  A VOIDED RECORD
      * ANSWERS NOTHING ANY MORE, SO ITS REQUEST-ID COMING BACK IS A
      * FRESH REQUEST, NEVER A DUPLICATE OR A REPLAY.  THE RECORD IS
      * LEFT IN FACT-MASTER-RECORD FOR B8 AND B9.
      *----------------------------------------------------------------
           B14-CHECK-MASTER-DUPLICATE.
           MOVE FACT-IN-REQUEST-ID TO FACTMST-KEY.
           IF FACTMST-STATUS = "00" THEN
               SET FACT-MST-FOUND-YES TO TRUE
               MOVE FACTMST-RECORD TO FACT-MASTER-RECORD
               IF NOT FACT-MST-VOIDED THEN
                   IF FACT-MST-LAST-DATE IS NUMERIC AND
                       FACT-MST-LAST-TIME IS NUMERIC AND
                       FACT-MST-LAST-DATE = FACT-RUN-DATE AND
                       FACT-MST-LAST-TIME = FACT-RUN-START-TIME THEN
                       SET FACT-DUP-FOUND-YES TO TRUE
                   END-IF
                   IF FACT-DUP-AUDIT-ON THEN
                       SET FACT-DUP-FOUND-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * B20-PROCESS-VOID - WITHDRAW A PREVIOUSLY ANSWERED REQUEST.
      * THE MASTER RECORD IS MARKED VOIDED, NEVER ERASED, AND THE
      * WITHDRAWN ANSWER GOES OUT UNDER STATUS "V" WITH THE VALUE IT
      * WAS ANSWERED FOR, SO THE ROW B6 APPENDS TO FACTAUD IS THE
      * REVERSAL OF THE ORIGINAL.  A VOID THE MASTER CANNOT STAND
      * BEHIND IS REJECTED LIKE ANY BAD RECORD: REASON 06 FOR A
      * REQUEST-ID IT HAS NEVER ANSWERED (OR WHEN THE MASTER IS
      * UNAVAILABLE AND CANNOT SAY, OR WHEN THE MASTER WILL NOT TAKE
      * THE VOIDED RECORD BACK), REASON 07 FOR ONE ALREADY VOIDED.  A
      * VOID COMPUTES NOTHING.
      *----------------------------------------------------------------
      * ON A RESTART THE VOIDS APPLIED AFTER THE LAST CHECKPOINT ARE
      * READ AGAIN AND FIND THEIR OWN WORK ON THE MASTER.  ONE VOIDED
      * ON THIS RUN DATE IS NOT A SECOND VOID: ITS "V" ROW IS WRITTEN
      * AGAIN FROM THE MASTER, WHICH IS LEFT AS IT STANDS, SO THE
      * SOURCE SYSTEM IS NOT TOLD A VOID THAT WORKED WAS REJECTED.
      *----------------------------------------------------------------
           B20-PROCESS-VOID.
           SET FACT-OUT-STATUS-ERROR TO TRUE.
           MOVE 0 TO FACT-OUT-DIGIT.
           MOVE 0 TO FACT-OUT-RESULT.
           MOVE SPACE TO FACT-OUT-SOURCE.
           MOVE "06" TO FACT-REJ-REASON-WORK.

           IF FACT-MST-AVAIL-YES THEN
               MOVE FACT-IN-REQUEST-ID TO FACTMST-KEY
               READ FACTMST
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FACTMST-STATUS = "00" THEN
                   SET FACT-MST-FOUND-YES TO TRUE
                   MOVE FACTMST-RECORD TO FACT-MASTER-RECORD
                   IF FACT-MST-RESULT IS NOT NUMERIC THEN
                       MOVE FACT-MST-DIGIT TO FACT-MST-RESULT
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT FACT-MST-VOIDED
                           PERFORM B21-VOID-MASTER-RECORD
                       WHEN FACT-RESTART-COUNT > 0 AND
                           FACT-MST-VOID-DATE IS NUMERIC AND
                           FACT-MST-VOID-DATE = FACT-RUN-DATE
                           PERFORM B23-SET-UP-VOID-ROW
                           DISPLAY "FACTBAT - REQUEST "
                               FACT-IN-REQUEST-ID " VOIDED BEFORE "
                               "THE RESTART - ROW WRITTEN AGAIN"
                       WHEN OTHER
                           MOVE "07" TO FACT-REJ-REASON-WORK
                   END-EVALUATE
               END-IF
           END-IF.

           IF FACT-OUT-STATUS-ERROR THEN
               EVALUATE TRUE
                   WHEN NOT FACT-MST-AVAIL-YES
                       DISPLAY "FACTBAT - VOID OF REQUEST "
                           FACT-IN-REQUEST-ID " REJECTED - FACTMST "
                           "UNAVAILABLE"
                   WHEN FACT-REJ-REASON-WORK = "07"
                       DISPLAY "FACTBAT - VOID OF REQUEST "
                           FACT-IN-REQUEST-ID " REJECTED - ALREADY "
                           "VOIDED"
                   WHEN FACT-MST-FOUND-YES
                       DISPLAY "FACTBAT - VOID OF REQUEST "
                           FACT-IN-REQUEST-ID " REJECTED - FACTMST "
                           "REWRITE FAILED - FILE STATUS "
                           FACTMST-STATUS
                   WHEN OTHER
                       DISPLAY "FACTBAT - VOID OF REQUEST "
                           FACT-IN-REQUEST-ID " REJECTED - NEVER "
                           "ANSWERED"
               END-EVALUATE
               PERFORM B7-WRITE-REJECT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * B21-VOID-MASTER-RECORD - MARK THE RECORD IN
      * FACT-MASTER-RECORD VOIDED AS OF THE RUN DATE AND, ONCE THE
      * MASTER HAS TAKEN IT, SET UP THE "V" OUTPUT RECORD FROM IT.
      * THE HIT COUNT AND SERVED DATES ARE LEFT AS THEY STOOD - THEY
      * DESCRIBE THE ANSWER THAT WAS WITHDRAWN.  A REWRITE THE MASTER
      * REFUSES LEAVES THE VOID REJECTED (B20, REASON 06) - NO "V"
      * ROW GOES OUT FOR A WITHDRAWAL THE MASTER DOES NOT RECORD.
      *----------------------------------------------------------------
           B21-VOID-MASTER-RECORD.
           SET FACT-MST-VOIDED TO TRUE.
           MOVE FACT-RUN-DATE TO FACT-MST-VOID-DATE.
           MOVE FACT-MASTER-RECORD TO FACTMST-RECORD.
           REWRITE FACTMST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF FACTMST-STATUS = "00" THEN
               PERFORM B23-SET-UP-VOID-ROW
               DISPLAY "FACTBAT - REQUEST " FACT-IN-REQUEST-ID
                   " VOIDED"
           END-IF.

      *----------------------------------------------------------------
      * B23-SET-UP-VOID-ROW - THE "V" OUTPUT RECORD FOR THE ANSWER IN
      * FACT-MASTER-RECORD.  IT CARRIES THE VALUE, RESULT AND RUN
      * MODE THE REQUEST WAS ANSWERED UNDER, NOT THE VOID FEED'S, SO
      * THE ROW B6 APPENDS TO FACTAUD REVERSES THE ORIGINAL EXACTLY.
      * A RECORD FROM BEFORE THE WIDE RESULT EXISTED WITHDRAWS ITS
      * DIGIT (B20).
      *----------------------------------------------------------------
           B23-SET-UP-VOID-ROW.
           SET FACT-OUT-STATUS-VOID TO TRUE.
           SET FACT-OUT-FROM-MASTER TO TRUE.
           MOVE FACT-MST-DIGIT TO FACT-OUT-DIGIT.
           MOVE FACT-MST-RESULT TO FACT-OUT-RESULT.
           MOVE FACT-MST-RUN-MODE TO FACT-OUT-RUN-MODE.
           MOVE FACT-MST-VALUE TO FACT-IN-VALUE.
           MOVE SPACES TO FACT-REJ-REASON-WORK.

      *----------------------------------------------------------------
      * A14-LOAD-AUDIT-HISTORY - REPLAY CHECK FALLBACK FOR A RUN
      * WITHOUT THE REQUEST MASTER (WHOSE KEYED READ IS THE NORMAL
      * THE RUN'S OWN DATE - NOT THE CLOCK'S - STAMPS EVERY ROW, SO
      * A RUN THAT CROSSES MIDNIGHT (OR RESTARTS THE NEXT MORNING)
      * KEEPS ITS WHOLE TRAIL UNDER THE ONE DATE THE FACTOUT HEADER
      * AND THE FACTBAL / FACTCKU RECONCILIATIONS KEY ON.  THE RUN
      * MODE IS THE OUTPUT RECORD'S - ON A "V" ROW, THE MODE OF THE
      * ANSWER WITHDRAWN (B23).
      *----------------------------------------------------------------
           B6-WRITE-AUDIT-RECORD.
           MOVE FACT-RUN-DATE TO FACT-AUD-RUN-DATE.
           MOVE FACT-OUT-REQUEST-ID TO FACT-AUD-REQUEST-ID.
           MOVE FACT-IN-VALUE TO FACT-AUD-VALUE.
           MOVE FACT-OUT-DIGIT TO FACT-AUD-DIGIT.
           MOVE FACT-OUT-RESULT TO FACT-AUD-RESULT.
           MOVE FACT-OUT-RUN-MODE TO FACT-AUD-RUN-MODE.
           MOVE FACT-OUT-STATUS TO FACT-AUD-STATUS.
           MOVE FACT-OUT-SOURCE TO FACT-AUD-ANSWER-SRC.
           MOVE FACT-FEED-SOURCE TO FACT-AUD-SOURCE-SYS.
           MOVE FACT-IN-PRIORITY TO FACT-AUD-PRIORITY.

