       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDEXEC.
      * Schedule-driven batch executor: derives the day's jobs
      * from SCHDMAST (copybooks/SCHD-MASTER-REC.cpy) exactly as
      * RUNSHEET lists them - daily jobs always, weekly on their
      * day of week, monthly on their day of month - and starts
      * each in schedule order by CALLing its load module, once
      * its SD-PREDECESSOR shows complete on RUNREG: ended this
      * cycle (or, for a predecessor not due today, on its last
      * run) with an RC inside the predecessor's SD-RC-TOLERANCE.
      * Each job started goes on RUNREG through RUNREGW, start
      * and end with its RC, and its elapsed time goes to the
      * STEPSTAT history through STEPLOG under driver SCHDEXEC.
      * A job ending above its tolerance stops every job that
      * depends on it, directly or down the chain; the rest of
      * the day's jobs carry on. A job already complete this
      * cycle inside its tolerance is not run again, so a
      * resubmission picks up where the last one stopped.
      * The RUNLOCK interlock is honoured by query before every
      * start: while PIPELINE, INITBTCH or anything else holds
      * it, nothing more is started and the remaining jobs are
      * listed as not started. The executor does not take the
      * lock itself - the drivers it starts take their own.
      * EXECCTL operator cards (optional), applied in order:
      *   Pos  1- 8  job (SD-PROGRAM)
      *   Pos  9-16  HOLD    - not started this run; the jobs
      *                        after it wait
      *              RELEASE - cancels a HOLD or SKIP above it
      *              SKIP    - not run today and taken as complete
      *                        by the jobs after it
      *              RERUN   - run again even though already
      *                        complete this cycle
      * The EXECREG register lists every job's disposition. RC=8
      * when a job failed, a chain was stopped, the lock stopped
      * the run or a module could not be loaded; RC=4 when only
      * holds, skips, waits or bad cards kept jobs from running.
      * A job ending in STOP RUN would end this run with it, so
      * every scheduled job must end by GOBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-MASTER ASSIGN TO "Cobol/data/SCHDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-MASTER-STATUS.

           SELECT RUN-REGISTRY ASSIGN TO "Cobol/data/RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REGISTRY-STATUS.

           SELECT EXECUTOR-CONTROL ASSIGN TO "EXECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUTOR-CONTROL-STATUS.

           SELECT EXECUTOR-REGISTER ASSIGN TO "Cobol/data/EXECREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUTOR-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER.
       01 SCHEDULE-MASTER-REC.
           COPY SCHD-MASTER-REC.

       FD  RUN-REGISTRY.
       01 RUN-REGISTRY-REC.
           COPY RUN-REG-REC.

       FD  EXECUTOR-CONTROL.
       01 EXECUTOR-CONTROL-REC.
           05 XC-PROGRAM              PIC X(8).
           05 XC-ACTION               PIC X(8).

       FD  EXECUTOR-REGISTER.
       01 EXECUTOR-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-RUN-REGISTRY-STATUS      PIC XX VALUE "00".
       01 WS-EXECUTOR-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-EXECUTOR-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 99.
           05 WS-RUN-DAY              PIC 99.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-DAY-OF-WEEK              PIC 9 VALUE 0.

      * Business-day check through CALLed BIZDAYW, as RUNSHEET
      * makes it: a non-business day is noted, not refused.
       01 WS-BIZDAY-REQUEST.
           05 BD-REQUEST-CODE         PIC X VALUE SPACE.
           05 BD-DATE-IN              PIC 9(8) VALUE 0.
           05 BD-RESULT-SWITCH        PIC X VALUE SPACE.
           05 BD-DATE-OUT             PIC 9(8) VALUE 0.

      * The whole schedule, due today or not - a predecessor's
      * tolerance is needed even on a day it does not run. The
      * job states:
      *   P pending        D done earlier this cycle
      *   C completed now  F failed - ended above tolerance
      *   N module not found
      *   S stopped - a predecessor failed
      *   H held           K skipped
      *   W waiting - predecessor held, waiting or never ran
      *   L not started - RUNLOCK held
       01 WS-JOB-COUNT                PIC 9(3) VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 100 TIMES.
               10 WS-JOB-PROGRAM      PIC X(8).
               10 WS-JOB-PREDECESSOR  PIC X(8).
               10 WS-JOB-TOLERANCE    PIC 9(2).
               10 WS-JOB-DUE          PIC X.
                   88 JOB-IS-DUE           VALUE 'Y'.
               10 WS-JOB-HOLD         PIC X.
                   88 JOB-IS-HELD          VALUE 'Y'.
               10 WS-JOB-SKIP         PIC X.
                   88 JOB-IS-SKIPPED       VALUE 'Y'.
               10 WS-JOB-RERUN        PIC X.
                   88 JOB-IS-RERUN         VALUE 'Y'.
               10 WS-JOB-STATE        PIC X.
                   88 JOB-IS-PENDING       VALUE 'P'.
                   88 JOB-IS-SATISFIED     VALUE 'D' 'C' 'K'.
                   88 JOB-HAS-FAILED       VALUE 'F' 'N' 'S'.
               10 WS-JOB-RC           PIC 9(4).
               10 WS-JOB-ELAPSED      PIC 9(8).
       01 WS-JOB-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-PRED-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-SEARCH-SUBSCRIPT         PIC 9(3) VALUE 0.
       01 WS-SEARCH-PROGRAM           PIC X(8) VALUE SPACES.
       01 WS-JOBS-DUE                 PIC 9(3) VALUE 0.

      * The registry held whole, the RUNREGW load-table pattern,
      * reloaded before every decision since each job changes it.
       01 WS-REG-COUNT                PIC 9(3) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ITEM             PIC X(37) OCCURS 100 TIMES.
       01 WS-REG-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-WORK-REG-REC.
           COPY RUN-REG-REC
               REPLACING RG-PROGRAM     BY WK-PROGRAM
                         RG-CYCLE-DATE  BY WK-CYCLE-DATE
                         RG-START-TIME  BY WK-START-TIME
                         RG-END-TIME    BY WK-END-TIME
                         RG-RETURN-CODE BY WK-RETURN-CODE
                         RG-RUN-STATUS  BY WK-RUN-STATUS
                         RG-RUN-IS-RUNNING  BY WK-RUN-IS-RUNNING
                         RG-RUN-IS-COMPLETE BY WK-RUN-IS-COMPLETE.
       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 REGISTRY-ENTRY-FOUND         VALUE 'Y'.
           88 REGISTRY-ENTRY-MISSING       VALUE 'N'.

       01 WS-PROGRESS-SWITCH          PIC X VALUE 'N'.
           88 PASS-MADE-PROGRESS           VALUE 'Y'.
           88 PASS-MADE-NO-PROGRESS        VALUE 'N'.
       01 WS-LOCK-STOP-SWITCH         PIC X VALUE 'N'.
           88 LOCK-STOPPED-RUN             VALUE 'Y'.
       01 WS-MODULE-SWITCH            PIC X VALUE 'Y'.
           88 MODULE-WAS-LOADED            VALUE 'Y'.
           88 MODULE-NOT-LOADED            VALUE 'N'.
       01 WS-PRED-VERDICT             PIC X VALUE SPACE.
           88 PRED-IS-SATISFIED            VALUE 'Y'.
           88 PRED-HAS-FAILED              VALUE 'F'.
           88 PRED-IS-BLOCKED              VALUE 'B'.
           88 PRED-IS-PENDING              VALUE 'P'.

       01 WS-JOB-NAME                 PIC X(8) VALUE SPACES.
       01 WS-CALL-RC                  PIC 9(4) VALUE 0.
       01 WS-TOLERANCE                PIC 9(2) VALUE 0.
       01 WS-LOCK-HOLDER              PIC X(8) VALUE SPACES.
       01 WS-RUN-RC                   PIC 9 VALUE 0.

       01 WS-LOCK-REQUEST.
           05 LR-REQUEST-CODE         PIC X VALUE SPACE.
           05 LR-PROGRAM              PIC X(8) VALUE SPACES.
           05 LR-RESULT-SWITCH        PIC X VALUE 'Y'.
           05 LR-HOLDER               PIC X(8) VALUE SPACES.

       01 WS-REGISTRY-REQUEST.
           05 RR-REQUEST-CODE         PIC X VALUE SPACE.
           05 RR-PROGRAM              PIC X(8) VALUE SPACES.
           05 RR-RETURN-CODE          PIC 9(4) VALUE 0.
           05 RR-RESULT-SWITCH        PIC X VALUE 'N'.

      * Per-job elapsed capture, the INITBTCH/PIPELINE timer:
      * centiseconds since midnight either side of the CALL.
       01 WS-STEP-START-TIME          PIC 9(8) VALUE 0.
       01 WS-STEP-START-X REDEFINES WS-STEP-START-TIME.
           05 WS-STEP-START-HH        PIC 99.
           05 WS-STEP-START-MM        PIC 99.
           05 WS-STEP-START-SS        PIC 99.
           05 WS-STEP-START-HS        PIC 99.
       01 WS-STEP-END-TIME            PIC 9(8) VALUE 0.
       01 WS-STEP-END-X REDEFINES WS-STEP-END-TIME.
           05 WS-STEP-END-HH          PIC 99.
           05 WS-STEP-END-MM          PIC 99.
           05 WS-STEP-END-SS          PIC 99.
           05 WS-STEP-END-HS          PIC 99.
       01 WS-STEP-START-CENTS         PIC 9(9) VALUE 0.
       01 WS-STEP-END-CENTS           PIC 9(9) VALUE 0.
       01 WS-STEP-ELAPSED             PIC S9(9) VALUE 0.

       01 WS-STEP-STAT-REC.
           COPY STEP-STAT-REC.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-DISPOSITION              PIC X(36) VALUE SPACES.
       01 WS-RC-DISPLAY               PIC ZZZ9.
       01 WS-ELAPSED-DISPLAY          PIC ZZZZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZ9.
       01 WS-JOBS-STARTED             PIC 9(3) VALUE 0.
       01 WS-JOBS-FAILED              PIC 9(3) VALUE 0.
       01 WS-JOBS-NOT-RUN             PIC 9(3) VALUE 0.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "SCHDEXEC" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Compute-Day-Of-Week.

           OPEN OUTPUT EXECUTOR-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SCHEDULE EXECUTION FOR " WS-RUN-DATE
                   " (DAY " WS-DAY-OF-WEEK " OF WEEK)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           MOVE 'B' TO BD-REQUEST-CODE.
           MOVE WS-RUN-DATE TO BD-DATE-IN.
           CALL "BIZDAYW" USING WS-BIZDAY-REQUEST.
           IF BD-RESULT-SWITCH NOT = 'Y'
               MOVE "NOT A BUSINESS DAY - RUNNING THE SCHEDULE AS"
                   & " DERIVED"
                   TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
           END-IF.

           PERFORM Load-Schedule-Table.
           IF WS-JOBS-DUE = 0
               MOVE "NO JOBS DUE TODAY" TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               CLOSE EXECUTOR-REGISTER
               GOBACK
           END-IF.
           PERFORM Apply-Operator-Controls.

           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE "SCHDEXEC" TO RR-PROGRAM.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.

           PERFORM Mark-Jobs-Already-Done.
           SET PASS-MADE-PROGRESS TO TRUE.
           PERFORM UNTIL PASS-MADE-NO-PROGRESS
               SET PASS-MADE-NO-PROGRESS TO TRUE
               PERFORM VARYING WS-JOB-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-JOB-SUBSCRIPT > WS-JOB-COUNT
                   IF JOB-IS-DUE(WS-JOB-SUBSCRIPT)
                       AND JOB-IS-PENDING(WS-JOB-SUBSCRIPT)
                       PERFORM Consider-Pending-Job
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Whatever is still pending after a pass that moved nothing
      * is waiting on a predecessor that never completed.
           PERFORM VARYING WS-JOB-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-JOB-SUBSCRIPT > WS-JOB-COUNT
               IF JOB-IS-DUE(WS-JOB-SUBSCRIPT)
                   AND JOB-IS-PENDING(WS-JOB-SUBSCRIPT)
                   MOVE 'W' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
               END-IF
           END-PERFORM.

           PERFORM List-Job-Dispositions.
           CLOSE EXECUTOR-REGISTER.

           MOVE 'E' TO RR-REQUEST-CODE.
           MOVE "SCHDEXEC" TO RR-PROGRAM.
           MOVE WS-RUN-RC TO RR-RETURN-CODE.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       Compute-Day-Of-Week.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-NUMBER, 7).
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.

       Load-Schedule-Table.
           MOVE 0 TO WS-JOB-COUNT.
           MOVE 0 TO WS-JOBS-DUE.
           OPEN INPUT SCHEDULE-MASTER.
           IF WS-SCHEDULE-MASTER-STATUS NOT = "00"
               DISPLAY "NO SCHDMAST ON FILE - NOTHING TO RUN:"
                       WS-SCHEDULE-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SCHEDULE-MASTER-STATUS NOT = "00"
               READ SCHEDULE-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-JOB-COUNT < 100
                           PERFORM Take-Schedule-Entry
                       ELSE
                           DISPLAY "SCHEDULE TABLE FULL - NOT RUN:"
                                   SD-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-MASTER.

       Take-Schedule-Entry.
           ADD 1 TO WS-JOB-COUNT.
           MOVE SD-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-COUNT).
           MOVE SD-PREDECESSOR TO WS-JOB-PREDECESSOR(WS-JOB-COUNT).
           IF SD-RC-TOLERANCE NUMERIC
               MOVE SD-RC-TOLERANCE TO WS-JOB-TOLERANCE(WS-JOB-COUNT)
           ELSE
               MOVE 4 TO WS-JOB-TOLERANCE(WS-JOB-COUNT)
           END-IF.
           MOVE 'N' TO WS-JOB-DUE(WS-JOB-COUNT).
           MOVE 'N' TO WS-JOB-HOLD(WS-JOB-COUNT).
           MOVE 'N' TO WS-JOB-SKIP(WS-JOB-COUNT).
           MOVE 'N' TO WS-JOB-RERUN(WS-JOB-COUNT).
           MOVE 'P' TO WS-JOB-STATE(WS-JOB-COUNT).
           MOVE 0 TO WS-JOB-RC(WS-JOB-COUNT).
           MOVE 0 TO WS-JOB-ELAPSED(WS-JOB-COUNT).
           EVALUATE TRUE
               WHEN SD-FREQ-IS-DAILY
                   MOVE 'Y' TO WS-JOB-DUE(WS-JOB-COUNT)
               WHEN SD-FREQ-IS-WEEKLY
                   AND SD-RUN-DAY = WS-DAY-OF-WEEK
                   MOVE 'Y' TO WS-JOB-DUE(WS-JOB-COUNT)
               WHEN SD-FREQ-IS-MONTHLY
                   AND SD-RUN-DAY = WS-RUN-DAY
                   MOVE 'Y' TO WS-JOB-DUE(WS-JOB-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF JOB-IS-DUE(WS-JOB-COUNT)
               ADD 1 TO WS-JOBS-DUE
           END-IF.

       Apply-Operator-Controls.
           OPEN INPUT EXECUTOR-CONTROL.
           IF WS-EXECUTOR-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EXECUTOR-CONTROL-STATUS NOT = "00"
               READ EXECUTOR-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Operator-Card
               END-READ
           END-PERFORM.
           CLOSE EXECUTOR-CONTROL.

       Take-Operator-Card.
           MOVE XC-PROGRAM TO WS-SEARCH-PROGRAM.
           PERFORM Find-Job-Entry.
           IF WS-SEARCH-SUBSCRIPT = 0
               OR NOT JOB-IS-DUE(WS-SEARCH-SUBSCRIPT)
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "EXECCTL CARD IGNORED - " XC-PROGRAM
                       " IS NOT DUE TODAY"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               PERFORM Raise-Run-Rc-To-4
               EXIT PARAGRAPH
           END-IF.
           EVALUATE XC-ACTION
               WHEN "HOLD"
                   MOVE 'Y' TO WS-JOB-HOLD(WS-SEARCH-SUBSCRIPT)
               WHEN "RELEASE"
                   MOVE 'N' TO WS-JOB-HOLD(WS-SEARCH-SUBSCRIPT)
                   MOVE 'N' TO WS-JOB-SKIP(WS-SEARCH-SUBSCRIPT)
               WHEN "SKIP"
                   MOVE 'Y' TO WS-JOB-SKIP(WS-SEARCH-SUBSCRIPT)
               WHEN "RERUN"
                   MOVE 'Y' TO WS-JOB-RERUN(WS-SEARCH-SUBSCRIPT)
               WHEN OTHER
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "EXECCTL CARD IGNORED - UNKNOWN ACTION "
                           XC-ACTION " FOR " XC-PROGRAM
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   PERFORM Write-Register-Line
                   PERFORM Raise-Run-Rc-To-4
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EXECCTL " XC-ACTION " " XC-PROGRAM
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

       Find-Job-Entry.
           MOVE 0 TO WS-SEARCH-SUBSCRIPT.
           PERFORM VARYING WS-PRED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRED-SUBSCRIPT > WS-JOB-COUNT
                      OR WS-SEARCH-SUBSCRIPT > 0
               IF WS-JOB-PROGRAM(WS-PRED-SUBSCRIPT) = WS-SEARCH-PROGRAM
                   MOVE WS-PRED-SUBSCRIPT TO WS-SEARCH-SUBSCRIPT
               END-IF
           END-PERFORM.

      * A job already ended this cycle inside its tolerance is
      * done - unless the operator asked for a rerun. Holds and
      * skips are settled here too, before anything starts.
       Mark-Jobs-Already-Done.
           PERFORM Load-Registry-Table.
           PERFORM VARYING WS-JOB-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-JOB-SUBSCRIPT > WS-JOB-COUNT
               IF JOB-IS-DUE(WS-JOB-SUBSCRIPT)
                   EVALUATE TRUE
                       WHEN JOB-IS-HELD(WS-JOB-SUBSCRIPT)
                           MOVE 'H' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                       WHEN JOB-IS-SKIPPED(WS-JOB-SUBSCRIPT)
                           MOVE 'K' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                       WHEN JOB-IS-RERUN(WS-JOB-SUBSCRIPT)
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-JOB-PROGRAM(WS-JOB-SUBSCRIPT)
                               TO WS-SEARCH-PROGRAM
                           PERFORM Find-Registry-Entry
                           IF REGISTRY-ENTRY-FOUND
                               AND WK-CYCLE-DATE = WS-RUN-DATE
                               AND WK-RUN-IS-COMPLETE
                               AND WK-RETURN-CODE
                                   NOT > WS-JOB-TOLERANCE
                                       (WS-JOB-SUBSCRIPT)
                               MOVE 'D'
                                   TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                               MOVE WK-RETURN-CODE
                                   TO WS-JOB-RC(WS-JOB-SUBSCRIPT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       Consider-Pending-Job.
           PERFORM Judge-Predecessor.
           EVALUATE TRUE
               WHEN PRED-IS-PENDING
                   CONTINUE
               WHEN PRED-HAS-FAILED
                   MOVE 'S' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                   SET PASS-MADE-PROGRESS TO TRUE
               WHEN PRED-IS-BLOCKED
                   MOVE 'W' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                   SET PASS-MADE-PROGRESS TO TRUE
               WHEN PRED-IS-SATISFIED
                   IF LOCK-STOPPED-RUN
                       MOVE 'L' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                   ELSE
                       PERFORM Start-One-Job
                   END-IF
                   SET PASS-MADE-PROGRESS TO TRUE
           END-EVALUATE.

      * A predecessor due today is judged by its state in this
      * run; one not due today, or not on the schedule at all,
      * by its last completed run on RUNREG.
       Judge-Predecessor.
           SET PRED-IS-SATISFIED TO TRUE.
           IF WS-JOB-PREDECESSOR(WS-JOB-SUBSCRIPT) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-PREDECESSOR(WS-JOB-SUBSCRIPT)
               TO WS-SEARCH-PROGRAM.
           PERFORM Find-Job-Entry.
           IF WS-SEARCH-SUBSCRIPT > 0
               AND JOB-IS-DUE(WS-SEARCH-SUBSCRIPT)
               EVALUATE TRUE
                   WHEN JOB-IS-SATISFIED(WS-SEARCH-SUBSCRIPT)
                       SET PRED-IS-SATISFIED TO TRUE
                   WHEN JOB-HAS-FAILED(WS-SEARCH-SUBSCRIPT)
                       SET PRED-HAS-FAILED TO TRUE
                   WHEN JOB-IS-PENDING(WS-SEARCH-SUBSCRIPT)
                       SET PRED-IS-PENDING TO TRUE
                   WHEN OTHER
                       SET PRED-IS-BLOCKED TO TRUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEARCH-SUBSCRIPT > 0
               MOVE WS-JOB-TOLERANCE(WS-SEARCH-SUBSCRIPT)
                   TO WS-TOLERANCE
           ELSE
               MOVE 4 TO WS-TOLERANCE
           END-IF.
           PERFORM Load-Registry-Table.
           PERFORM Find-Registry-Entry.
           IF REGISTRY-ENTRY-FOUND
               AND WK-RUN-IS-COMPLETE
               AND WK-RETURN-CODE NOT > WS-TOLERANCE
               SET PRED-IS-SATISFIED TO TRUE
           ELSE
               SET PRED-IS-BLOCKED TO TRUE
           END-IF.

      * The lock is asked, never taken: a live lock means some
      * driver is mid-run on the shared files, and nothing more
      * starts until a later submission finds it free.
       Start-One-Job.
           MOVE WS-JOB-PROGRAM(WS-JOB-SUBSCRIPT) TO WS-JOB-NAME.
           MOVE 'Q' TO LR-REQUEST-CODE.
           MOVE "SCHDEXEC" TO LR-PROGRAM.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           IF LR-RESULT-SWITCH NOT = 'Y'
               SET LOCK-STOPPED-RUN TO TRUE
               MOVE LR-HOLDER TO WS-LOCK-HOLDER
               MOVE 'L' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
               MOVE SPACES TO EX-MESSAGE
               STRING "SCHEDULE STOPPED AT " WS-JOB-NAME
                       " - RUNLOCK HELD BY " WS-LOCK-HOLDER
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Executor-Failure
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE WS-JOB-NAME TO RR-PROGRAM.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.
           DISPLAY "SCHDEXEC STARTING:" WS-JOB-NAME.
           ADD 1 TO WS-JOBS-STARTED.
           SET MODULE-WAS-LOADED TO TRUE.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 0 TO RETURN-CODE.
           CALL WS-JOB-NAME
               ON EXCEPTION
                   SET MODULE-NOT-LOADED TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-CALL-RC.
           PERFORM Record-Job-Timing.
           IF MODULE-WAS-LOADED
               CANCEL WS-JOB-NAME
           ELSE
               MOVE 16 TO WS-CALL-RC
           END-IF.
           MOVE WS-CALL-RC TO WS-JOB-RC(WS-JOB-SUBSCRIPT).

           MOVE 'E' TO RR-REQUEST-CODE.
           MOVE WS-JOB-NAME TO RR-PROGRAM.
           MOVE WS-CALL-RC TO RR-RETURN-CODE.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.

           EVALUATE TRUE
               WHEN MODULE-NOT-LOADED
                   MOVE 'N' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                   MOVE SPACES TO EX-MESSAGE
                   STRING "SCHEDULED JOB " WS-JOB-NAME
                           " COULD NOT BE LOADED"
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   PERFORM Log-Executor-Failure
               WHEN WS-CALL-RC > WS-JOB-TOLERANCE(WS-JOB-SUBSCRIPT)
                   MOVE 'F' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
                   MOVE WS-CALL-RC TO WS-RC-DISPLAY
                   MOVE SPACES TO EX-MESSAGE
                   STRING "SCHEDULED JOB " WS-JOB-NAME
                           " ENDED RC " WS-RC-DISPLAY
                           " - DEPENDENT CHAIN STOPPED"
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   PERFORM Log-Executor-Failure
               WHEN OTHER
                   MOVE 'C' TO WS-JOB-STATE(WS-JOB-SUBSCRIPT)
           END-EVALUATE.

       Record-Job-Timing.
           ACCEPT WS-STEP-END-TIME FROM TIME.
           COMPUTE WS-STEP-START-CENTS =
               WS-STEP-START-HH * 360000 + WS-STEP-START-MM * 6000
                   + WS-STEP-START-SS * 100 + WS-STEP-START-HS.
           COMPUTE WS-STEP-END-CENTS =
               WS-STEP-END-HH * 360000 + WS-STEP-END-MM * 6000
                   + WS-STEP-END-SS * 100 + WS-STEP-END-HS.
           COMPUTE WS-STEP-ELAPSED =
               WS-STEP-END-CENTS - WS-STEP-START-CENTS.
           IF WS-STEP-ELAPSED < 0
               ADD 8640000 TO WS-STEP-ELAPSED
           END-IF.
           MOVE WS-STEP-ELAPSED TO WS-JOB-ELAPSED(WS-JOB-SUBSCRIPT).
           MOVE "SCHDEXEC" TO SS-DRIVER.
           MOVE WS-JOB-NAME TO SS-STEP-NAME.
           MOVE WS-STEP-ELAPSED TO SS-ELAPSED-CENTS.
           CALL "STEPLOG" USING WS-STEP-STAT-REC.

       Load-Registry-Table.
           MOVE 0 TO WS-REG-COUNT.
           OPEN INPUT RUN-REGISTRY.
           IF WS-RUN-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-RUN-REGISTRY-STATUS NOT = "00"
                       OR WS-REG-COUNT >= 100
                   READ RUN-REGISTRY
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-REG-COUNT
                           MOVE RUN-REGISTRY-REC
                               TO WS-REG-ITEM(WS-REG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY
           END-IF.

       Find-Registry-Entry.
           SET REGISTRY-ENTRY-MISSING TO TRUE.
           PERFORM VARYING WS-REG-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-REG-SUBSCRIPT > WS-REG-COUNT
                      OR REGISTRY-ENTRY-FOUND
               MOVE WS-REG-ITEM(WS-REG-SUBSCRIPT) TO WS-WORK-REG-REC
               IF WK-PROGRAM = WS-SEARCH-PROGRAM
                   SET REGISTRY-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       List-Job-Dispositions.
           PERFORM VARYING WS-JOB-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-JOB-SUBSCRIPT > WS-JOB-COUNT
               IF JOB-IS-DUE(WS-JOB-SUBSCRIPT)
                   PERFORM List-One-Job
               END-IF
           END-PERFORM.
           MOVE WS-JOBS-DUE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOBS DUE:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           MOVE WS-JOBS-STARTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOBS STARTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           MOVE WS-JOBS-FAILED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOBS FAILED OR STOPPED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-REGISTER-LINE.
           MOVE WS-JOBS-NOT-RUN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOBS HELD, SKIPPED OR WAITING:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-REGISTER-LINE.

       List-One-Job.
           MOVE WS-JOB-RC(WS-JOB-SUBSCRIPT) TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-DISPOSITION.
           EVALUATE WS-JOB-STATE(WS-JOB-SUBSCRIPT)
               WHEN 'D'
                   STRING "DONE EARLIER THIS CYCLE RC:" WS-RC-DISPLAY
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN 'C'
                   STRING "COMPLETED RC:" WS-RC-DISPLAY
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN 'F'
                   STRING "FAILED RC:" WS-RC-DISPLAY
                           " OVER TOLERANCE"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-FAILED
                   MOVE 8 TO WS-RUN-RC
               WHEN 'N'
                   MOVE "MODULE NOT FOUND - NOT RUN"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-FAILED
                   MOVE 8 TO WS-RUN-RC
               WHEN 'S'
                   MOVE "STOPPED - PREDECESSOR FAILED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-FAILED
                   MOVE 8 TO WS-RUN-RC
               WHEN 'L'
                   STRING "NOT STARTED - RUNLOCK HELD BY "
                           WS-LOCK-HOLDER
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-FAILED
                   MOVE 8 TO WS-RUN-RC
               WHEN 'H'
                   MOVE "HELD BY OPERATOR" TO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-NOT-RUN
                   PERFORM Raise-Run-Rc-To-4
               WHEN 'K'
                   MOVE "SKIPPED BY OPERATOR" TO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-NOT-RUN
                   PERFORM Raise-Run-Rc-To-4
               WHEN OTHER
                   MOVE "WAITING - PREDECESSOR NOT COMPLETE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-JOBS-NOT-RUN
                   PERFORM Raise-Run-Rc-To-4
           END-EVALUATE.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF WS-JOB-STATE(WS-JOB-SUBSCRIPT) = 'C'
               OR WS-JOB-STATE(WS-JOB-SUBSCRIPT) = 'F'
               MOVE WS-JOB-ELAPSED(WS-JOB-SUBSCRIPT)
                   TO WS-ELAPSED-DISPLAY
               STRING "  " WS-JOB-PROGRAM(WS-JOB-SUBSCRIPT)
                       "  " WS-DISPOSITION
                       " CS:" WS-ELAPSED-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "  " WS-JOB-PROGRAM(WS-JOB-SUBSCRIPT)
                       "  " WS-DISPOSITION
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           PERFORM Write-Register-Line.

       Raise-Run-Rc-To-4.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

       Write-Register-Line.
           WRITE EXECUTOR-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Callers set EX-MESSAGE first.
       Log-Executor-Failure.
           MOVE "J001" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "SCHDEXEC" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
