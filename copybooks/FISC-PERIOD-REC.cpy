      * FISC-PERIOD-REC - fixed-format record layout for the
      * FISCPER fiscal period master, the accounting calendar the
      * pay periods on PAYPCTL and the account snapshots on
      * SNAPHIST fall inside. One record per accounting month,
      * kept by FISCMNT; CLOSEMON runs the month-end close steps
      * in order against a period and records each step's result
      * in its slot, and only a period whose every step ended
      * clean is marked closed. The CALLed FISCPERW tells ACCTPOST
      * and PAYCALC whether a date falls in a closed period, so
      * nothing lands in a month finance has already closed.
      *
      * Pos   1-  6  FP-PERIOD-ID      9(6)  YYYYMM accounting month
      * Pos   7- 14  FP-START-DATE     9(8)  YYYYMMDD first day
      * Pos  15- 22  FP-END-DATE       9(8)  YYYYMMDD last day
      * Pos  23      FP-PERIOD-STATUS  X     O=open C=closing
      *                                      X=closed
      * Pos  24- 31  FP-CLOSED-DATE    9(8)  YYYYMMDD marked closed;
      *                                      zero while not closed
      * Pos  32- 39  FP-CLOSED-BY      X(8)  Operator who ran the
      *                                      close that closed it
      * Pos  40-119  FP-STEP-RESULT    4 x 20, the close steps in
      *                                      run order - ACCTSNAP,
      *                                      TRIALBAL, GLJRNL,
      *                                      FINALBAL:
      *              FP-STEP-NAME      X(8)  Step program
      *              FP-STEP-RC        9(4)  Last return code
      *              FP-STEP-DATE      9(8)  YYYYMMDD last run;
      *                                      zero = never run
           05 FP-PERIOD-ID               PIC 9(6) VALUE 0.
           05 FP-START-DATE              PIC 9(8) VALUE 0.
           05 FP-END-DATE                PIC 9(8) VALUE 0.
           05 FP-PERIOD-STATUS           PIC X VALUE 'O'.
               88 FP-PERIOD-IS-OPEN            VALUE 'O'.
               88 FP-PERIOD-IS-CLOSING         VALUE 'C'.
               88 FP-PERIOD-IS-CLOSED          VALUE 'X'.
           05 FP-CLOSED-DATE             PIC 9(8) VALUE 0.
           05 FP-CLOSED-BY               PIC X(8) VALUE SPACES.
           05 FP-STEP-RESULT OCCURS 4 TIMES.
               10 FP-STEP-NAME           PIC X(8).
               10 FP-STEP-RC             PIC 9(4).
               10 FP-STEP-DATE           PIC 9(8).
