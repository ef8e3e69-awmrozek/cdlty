      *                    logged and flagged on FACTRPT, and
      *                    operations should turn it back off after
      *                    the rerun.
      *   2026-10-15  AWM  Added FACT-PRM-NZ-LIMIT - the most factors
      *                    a run mode "2" record may take to multiply
      *                    through from its nearest FACTLNZ lookup
      *                    point (see FACTLNZL).  A record over the
      *                    limit is rejected reason 08 instead of
      *                    running all night.  Zero means no limit;
      *                    blank takes FACTBAT's default.
      *   2026-10-15  AWM  Added FACT-PRM-DEADLINE / -DEADLINE-DAY -
      *                    the batch-window deadline, HHMM on the run
      *                    date plus the day offset (0 = the run date
      *                    itself, 1 = the day after; blank = 1).
      *                    FACTBAT warns the console when its
      *                    projected finish passes it (see FACTPGSL).
      *                    Blank means no deadline check.
      *****************************************************************

       01  FACT-PARM-RECORD.
           05  FACT-PRM-DUPCHK-OPT     PIC X(01)  VALUE SPACES.
           05  FACT-PRM-SORT-OPT       PIC X(01)  VALUE SPACES.
           05  FACT-PRM-FORCE-OPT      PIC X(01)  VALUE SPACES.
           05  FACT-PRM-NZ-LIMIT       PIC X(10)  VALUE SPACES.
           05  FACT-PRM-DEADLINE       PIC X(04)  VALUE SPACES.
           05  FACT-PRM-DEADLINE-R REDEFINES FACT-PRM-DEADLINE.
               10  FACT-PRM-DEADLINE-HH  PIC 9(02).
               10  FACT-PRM-DEADLINE-MM  PIC 9(02).
           05  FACT-PRM-DEADLINE-DAY   PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(31)  VALUE SPACES.
