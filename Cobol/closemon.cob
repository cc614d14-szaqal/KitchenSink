       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEMON.
      * Month-end close driver over the FISCPER fiscal period
      * master (copybooks/FISC-PERIOD-REC.cpy). Runs the close
      * steps for one accounting month in order, each by CALLing
      * its load module the SCHDEXEC way:
      *   ACCTSNAP - snapshot and roll-forward proof
      *   TRIALBAL - account trial balance
      *   GLJRNL   - general ledger journal for the period, its
      *              GLCTL window card written here from the
      *              period's start and end dates
      *   FINALBAL - final balancing, done here: the journal just
      *              built is read back and its header window,
      *              detail count and debit and credit totals
      *              proved against its trailer and each other
      * Each step's return code and run date go into its slot on
      * the period record, rewritten after every step, so a
      * resubmission sees what ran. The period is marked closing
      * when the first step starts, and closed - with the date and
      * the operator - only once every step has ended clean, RC
      * 0. A step ending anything else stops the close there; the
      * steps after it are not run. A step already clean for the
      * period is not run again, so the resubmission picks up at
      * the step that failed.
      * The period closed is the one on the CLOSECTL card
      * (optional, Pos 1-6 YYYYMM); without a card, the earliest
      * period not yet closed. Months close in order and only
      * once they have ended: a period still running, or one with
      * an earlier period not closed, is refused. Requires the
      * administrator role, and holds the RUNLOCK interlock for
      * the length of the run. Each step goes on RUNREG through
      * RUNREGW and its elapsed time to STEPSTAT through STEPLOG.
      * The CLOSEREG register lists every step's disposition.
      * RC=8 when a step failed or the period was refused; RC=16
      * when the lock was held or a module could not be loaded.
      * Closed periods are what FISCPERW refuses ACCTPOST and
      * PAYCALC activity into.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-MASTER ASSIGN TO
               "Cobol/data/FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-PERIOD-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CONTROL-STATUS.

      * The GLJRNL posting window card, written for the CALLed
      * GLJRNL to read.
           SELECT GL-WINDOW-CARD ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-WINDOW-CARD-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "Cobol/data/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT CLOSE-REGISTER ASSIGN TO "Cobol/data/CLOSEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-MASTER.
       01 FISCAL-PERIOD-REC.
           COPY FISC-PERIOD-REC.

       FD  CLOSE-CONTROL.
       01 CLOSE-CONTROL-REC.
           05 CC-PERIOD-ID            PIC 9(6).

       FD  GL-WINDOW-CARD.
       01 GL-WINDOW-CARD-REC.
           05 GW-FROM-DATE            PIC 9(8).
           05 GW-TO-DATE              PIC 9(8).

       FD  GL-JOURNAL.
       01 GL-JOURNAL-REC              PIC X(44).

       FD  CLOSE-REGISTER.
       01 CLOSE-REGISTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-PERIOD-STATUS     PIC XX VALUE "00".
       01 WS-CLOSE-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-GL-WINDOW-CARD-STATUS    PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-CLOSE-REGISTER-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-CARD-PERIOD-ID           PIC 9(6) VALUE 0.

       01 WS-PERIOD-COUNT             PIC 9(3) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
                   DEPENDING ON WS-PERIOD-COUNT.
               10 WS-PERIOD-ITEM      PIC X(119).
       01 WS-WORK-PERIOD-REC.
           COPY FISC-PERIOD-REC
               REPLACING FP-PERIOD-ID        BY WK-PERIOD-ID
                         FP-START-DATE       BY WK-START-DATE
                         FP-END-DATE         BY WK-END-DATE
                         FP-PERIOD-STATUS    BY WK-PERIOD-STATUS
                         FP-PERIOD-IS-OPEN   BY WK-PERIOD-IS-OPEN
                         FP-PERIOD-IS-CLOSING BY WK-PERIOD-IS-CLOSING
                         FP-PERIOD-IS-CLOSED BY WK-PERIOD-IS-CLOSED
                         FP-CLOSED-DATE      BY WK-CLOSED-DATE
                         FP-CLOSED-BY        BY WK-CLOSED-BY
                         FP-STEP-RESULT      BY WK-STEP-RESULT
                         FP-STEP-NAME        BY WK-STEP-NAME
                         FP-STEP-RC          BY WK-STEP-RC
                         FP-STEP-DATE        BY WK-STEP-DATE.
       01 WS-PERIOD-SUBSCRIPT         PIC 9(3) VALUE 0.
       01 WS-CLOSE-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-REFUSAL-REASON           PIC X(50) VALUE SPACES.

      * The close steps in run order, matching the slots on the
      * period record.
       01 WS-CLOSE-STEP-NAMES.
           05 FILLER                  PIC X(8) VALUE "ACCTSNAP".
           05 FILLER                  PIC X(8) VALUE "TRIALBAL".
           05 FILLER                  PIC X(8) VALUE "GLJRNL".
           05 FILLER                  PIC X(8) VALUE "FINALBAL".
       01 WS-CLOSE-STEP-TABLE REDEFINES WS-CLOSE-STEP-NAMES.
           05 WS-CLOSE-STEP-NAME      PIC X(8) OCCURS 4 TIMES.
       01 WS-STEP-SUBSCRIPT           PIC 9 VALUE 0.

      * Each step's outcome this run:
      *   D clean on an earlier run   C completed clean now
      *   F failed - ended above 0    N module not found
      *   S not run - an earlier step did not end clean
       01 WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE           PIC X OCCURS 4 TIMES.
       01 WS-STOP-SWITCH              PIC X VALUE 'N'.
           88 CLOSE-WAS-STOPPED            VALUE 'Y'.
       01 WS-MODULE-SWITCH            PIC X VALUE 'Y'.
           88 MODULE-WAS-LOADED            VALUE 'Y'.
           88 MODULE-NOT-LOADED            VALUE 'N'.

       01 WS-JOB-NAME                 PIC X(8) VALUE SPACES.
       01 WS-CALL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-RC                   PIC 99 VALUE 0.

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

      * Per-step elapsed capture, the SCHDEXEC timer:
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

      * Final balancing: the journal read back through the
      * GL-JRNL-REC views.
           COPY GL-JRNL-REC.
       01 WS-HEADER-SEEN-SWITCH       PIC X VALUE 'N'.
           88 JOURNAL-HEADER-SEEN          VALUE 'Y'.
       01 WS-TRAILER-SEEN-SWITCH      PIC X VALUE 'N'.
           88 JOURNAL-TRAILER-SEEN         VALUE 'Y'.
       01 WS-JOURNAL-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-JOURNAL-TO-DATE          PIC 9(8) VALUE 0.
       01 WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-COUNT            PIC 9(6) VALUE 0.
       01 WS-TRAILER-DEBIT            PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-CREDIT           PIC 9(11)V99 VALUE 0.
       01 WS-BALANCE-MESSAGE          PIC X(40) VALUE SPACES.
       01 WS-EDITED-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-DISPOSITION              PIC X(40) VALUE SPACES.
       01 WS-RC-DISPLAY               PIC ZZZ9.
       01 WS-ELAPSED-DISPLAY          PIC ZZZZZZZ9.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CLOSEMON" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               WS-OPERATOR-ID WS-OPERATOR-ROLE.
           IF WS-OPERATOR-AUTHORIZED = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           END-IF.

           IF OPERATOR-NOT-SIGNED-ON
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Closing the books is an administrator function.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Close-Control.
           PERFORM Load-Period-Master.
           PERFORM Choose-Close-Period.
           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY "MONTH-END CLOSE REFUSED - " WS-REFUSAL-REASON
               MOVE SPACES TO EX-MESSAGE
               MOVE "L001" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "CLOSEMON" TO EX-PROGRAM-ID
               STRING "MONTH-END CLOSE REFUSED - " WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'S' TO LR-REQUEST-CODE.
           MOVE "CLOSEMON" TO LR-PROGRAM.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           IF LR-RESULT-SWITCH NOT = 'Y'
               DISPLAY "CLOSEMON REFUSED - RUN IN PROGRESS - LOCK"
                       " HELD BY:" LR-HOLDER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE "CLOSEMON" TO RR-PROGRAM.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.

           OPEN OUTPUT CLOSE-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MONTH-END CLOSE FOR PERIOD " WK-PERIOD-ID
                   " (" WK-START-DATE " THRU " WK-END-DATE ")"
                   " RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

           SET WK-PERIOD-IS-CLOSING TO TRUE.
           PERFORM Save-Close-Period.

           PERFORM VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCRIPT > 4
               PERFORM Consider-Close-Step
           END-PERFORM.

           IF CLOSE-WAS-STOPPED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "PERIOD " WK-PERIOD-ID
                       " LEFT CLOSING - NOT EVERY STEP ENDED CLEAN"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               SET WK-PERIOD-IS-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO WK-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO WK-CLOSED-BY
               PERFORM Save-Close-Period
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "PERIOD " WK-PERIOD-ID " CLOSED " WS-RUN-DATE
                       " BY OPERATOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           PERFORM Write-Register-Line.
           DISPLAY WS-REGISTER-LINE.
           CLOSE CLOSE-REGISTER.

           MOVE 'E' TO RR-REQUEST-CODE.
           MOVE "CLOSEMON" TO RR-PROGRAM.
           MOVE WS-RUN-RC TO RR-RETURN-CODE.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.
           MOVE 'C' TO LR-REQUEST-CODE.
           MOVE "CLOSEMON" TO LR-PROGRAM.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       Read-Close-Control.
           MOVE 0 TO WS-CARD-PERIOD-ID.
           OPEN INPUT CLOSE-CONTROL.
           IF WS-CLOSE-CONTROL-STATUS = "00"
               READ CLOSE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-PERIOD-ID NUMERIC
                           MOVE CC-PERIOD-ID TO WS-CARD-PERIOD-ID
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF.

       Load-Period-Master.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT FISCAL-PERIOD-MASTER.
           IF WS-FISCAL-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-FISCAL-PERIOD-STATUS NOT = "00"
                       OR WS-PERIOD-COUNT >= 240
                   READ FISCAL-PERIOD-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE FISCAL-PERIOD-REC
                               TO WS-PERIOD-ITEM(WS-PERIOD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FISCAL-PERIOD-MASTER
           END-IF.

      * The card's period, or else the earliest not closed; then
      * it must have ended, and nothing before it may be open.
      * The chosen period is left in the work record.
       Choose-Close-Period.
           MOVE SPACES TO WS-REFUSAL-REASON.
           MOVE 0 TO WS-CLOSE-SUBSCRIPT.
           IF WS-PERIOD-COUNT = 0
               MOVE "NO FISCPER PERIODS ON FILE" TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
               EVALUATE TRUE
                   WHEN WS-CARD-PERIOD-ID NOT = 0
                       IF WK-PERIOD-ID = WS-CARD-PERIOD-ID
                           MOVE WS-PERIOD-SUBSCRIPT
                               TO WS-CLOSE-SUBSCRIPT
                       END-IF
                   WHEN WK-PERIOD-IS-CLOSED
                       CONTINUE
                   WHEN WS-CLOSE-SUBSCRIPT = 0
                       MOVE WS-PERIOD-SUBSCRIPT TO WS-CLOSE-SUBSCRIPT
                   WHEN OTHER
                       PERFORM Keep-Earlier-Period
               END-EVALUATE
           END-PERFORM.
           IF WS-CLOSE-SUBSCRIPT = 0
               IF WS-CARD-PERIOD-ID NOT = 0
                   STRING "PERIOD " WS-CARD-PERIOD-ID " NOT ON FISCPER"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               ELSE
                   MOVE "EVERY FISCPER PERIOD IS ALREADY CLOSED"
                       TO WS-REFUSAL-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERIOD-ITEM(WS-CLOSE-SUBSCRIPT)
               TO WS-WORK-PERIOD-REC.
           IF WK-PERIOD-IS-CLOSED
               STRING "PERIOD " WK-PERIOD-ID " IS ALREADY CLOSED"
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WK-END-DATE NOT < WS-RUN-DATE
               STRING "PERIOD " WK-PERIOD-ID " HAS NOT ENDED - ENDS "
                       WK-END-DATE
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
                      OR WS-REFUSAL-REASON NOT = SPACES
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
               IF NOT WK-PERIOD-IS-CLOSED
                   AND WS-PERIOD-SUBSCRIPT NOT = WS-CLOSE-SUBSCRIPT
                   MOVE WS-PERIOD-ITEM(WS-CLOSE-SUBSCRIPT)
                       TO WS-WORK-PERIOD-REC
                   PERFORM Check-Earlier-Open
               END-IF
           END-PERFORM.
           MOVE WS-PERIOD-ITEM(WS-CLOSE-SUBSCRIPT)
               TO WS-WORK-PERIOD-REC.

       Keep-Earlier-Period.
           IF WK-START-DATE
                   < WS-PERIOD-ITEM(WS-CLOSE-SUBSCRIPT)(7:8)
               MOVE WS-PERIOD-SUBSCRIPT TO WS-CLOSE-SUBSCRIPT
           END-IF.

       Check-Earlier-Open.
           IF WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)(7:8)
                   < WK-START-DATE
               STRING "EARLIER PERIOD "
                       WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)(1:6)
                       " IS NOT CLOSED"
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           END-IF.

      * The period record goes back to FISCPER after every step,
      * so what ran is on file even if a later step abends.
       Save-Close-Period.
           MOVE WS-WORK-PERIOD-REC
               TO WS-PERIOD-ITEM(WS-CLOSE-SUBSCRIPT).
           OPEN OUTPUT FISCAL-PERIOD-MASTER.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO FISCAL-PERIOD-REC
               WRITE FISCAL-PERIOD-REC
           END-PERFORM.
           CLOSE FISCAL-PERIOD-MASTER.

       Consider-Close-Step.
           MOVE WS-CLOSE-STEP-NAME(WS-STEP-SUBSCRIPT) TO WS-JOB-NAME.
           MOVE WS-JOB-NAME TO WK-STEP-NAME(WS-STEP-SUBSCRIPT).
           EVALUATE TRUE
               WHEN CLOSE-WAS-STOPPED
                   MOVE 'S' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               WHEN WK-STEP-DATE(WS-STEP-SUBSCRIPT) NOT = 0
                       AND WK-STEP-RC(WS-STEP-SUBSCRIPT) = 0
                   MOVE 'D' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               WHEN WS-STEP-SUBSCRIPT = 4
                   PERFORM Run-Final-Balancing
               WHEN OTHER
                   IF WS-STEP-SUBSCRIPT = 3
                       PERFORM Write-GL-Window-Card
                   END-IF
                   PERFORM Run-Close-Module
           END-EVALUATE.
           PERFORM List-Close-Step.

       Write-GL-Window-Card.
           OPEN OUTPUT GL-WINDOW-CARD.
           MOVE WK-START-DATE TO GW-FROM-DATE.
           MOVE WK-END-DATE   TO GW-TO-DATE.
           WRITE GL-WINDOW-CARD-REC.
           CLOSE GL-WINDOW-CARD.

       Run-Close-Module.
           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE WS-JOB-NAME TO RR-PROGRAM.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.
           DISPLAY "CLOSEMON STARTING:" WS-JOB-NAME.
           SET MODULE-WAS-LOADED TO TRUE.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 0 TO RETURN-CODE.
           CALL WS-JOB-NAME
               ON EXCEPTION
                   SET MODULE-NOT-LOADED TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-CALL-RC.
           PERFORM Record-Step-Timing.
           IF MODULE-WAS-LOADED
               CANCEL WS-JOB-NAME
           ELSE
               MOVE 16 TO WS-CALL-RC
           END-IF.

           MOVE 'E' TO RR-REQUEST-CODE.
           MOVE WS-JOB-NAME TO RR-PROGRAM.
           MOVE WS-CALL-RC TO RR-RETURN-CODE.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.

           IF MODULE-NOT-LOADED
               MOVE 'N' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
           ELSE
               IF WS-CALL-RC = 0
                   MOVE 'C' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               ELSE
                   MOVE 'F' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               END-IF
           END-IF.
           PERFORM Record-Step-Result.

       Record-Step-Timing.
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
           MOVE "CLOSEMON" TO SS-DRIVER.
           MOVE WS-JOB-NAME TO SS-STEP-NAME.
           MOVE WS-STEP-ELAPSED TO SS-ELAPSED-CENTS.
           CALL "STEPLOG" USING WS-STEP-STAT-REC.

      * The step's result goes on the period whatever it was; a
      * step not ending clean stops the close and is logged.
       Record-Step-Result.
           MOVE WS-CALL-RC TO WK-STEP-RC(WS-STEP-SUBSCRIPT).
           MOVE WS-RUN-DATE TO WK-STEP-DATE(WS-STEP-SUBSCRIPT).
           PERFORM Save-Close-Period.
           IF WS-CALL-RC NOT = 0
               SET CLOSE-WAS-STOPPED TO TRUE
               IF WS-CALL-RC > WS-RUN-RC
                   MOVE WS-CALL-RC TO WS-RUN-RC
               END-IF
               IF WS-RUN-RC < 8
                   MOVE 8 TO WS-RUN-RC
               END-IF
               MOVE WS-CALL-RC TO WS-RC-DISPLAY
               MOVE SPACES TO EX-MESSAGE
               MOVE "L001" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "CLOSEMON" TO EX-PROGRAM-ID
               STRING "CLOSE OF " WK-PERIOD-ID " STOPPED - "
                       WS-JOB-NAME " ENDED RC " WS-RC-DISPLAY
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
           END-IF.

      * The journal GLJRNL just wrote must cover exactly this
      * period and prove to its own trailer: the detail count,
      * the debit and credit totals, and the two sides equal.
       Run-Final-Balancing.
           DISPLAY "CLOSEMON STARTING:" WS-JOB-NAME.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE SPACES TO WS-BALANCE-MESSAGE.
           MOVE 'N' TO WS-HEADER-SEEN-SWITCH.
           MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           OPEN INPUT GL-JOURNAL.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               MOVE "NO GL JOURNAL ON FILE" TO WS-BALANCE-MESSAGE
           ELSE
               PERFORM UNTIL WS-GL-JOURNAL-STATUS NOT = "00"
                   READ GL-JOURNAL INTO JRNL-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Take-Journal-Record
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
               PERFORM Settle-Final-Balance
           END-IF.
           PERFORM Record-Step-Timing.

           IF WS-BALANCE-MESSAGE = SPACES
               MOVE 0 TO WS-CALL-RC
               MOVE 'C' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
           ELSE
               MOVE 8 TO WS-CALL-RC
               MOVE 'F' TO WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "  FINAL BALANCING FAILED - " WS-BALANCE-MESSAGE
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM Write-Register-Line
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  JOURNAL DEBITS: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  JOURNAL CREDITS:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           PERFORM Record-Step-Result.

       Take-Journal-Record.
           EVALUATE TRUE
               WHEN JR-IS-HEADER
                   SET JOURNAL-HEADER-SEEN TO TRUE
                   MOVE JR-HDR-FROM-DATE TO WS-JOURNAL-FROM-DATE
                   MOVE JR-HDR-TO-DATE   TO WS-JOURNAL-TO-DATE
               WHEN JR-IS-DETAIL AND JR-IS-DEBIT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD JR-AMOUNT TO WS-DEBIT-TOTAL
               WHEN JR-IS-DETAIL AND JR-IS-CREDIT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD JR-AMOUNT TO WS-CREDIT-TOTAL
               WHEN JR-IS-TRAILER
                   SET JOURNAL-TRAILER-SEEN TO TRUE
                   MOVE JR-TRL-LINE-COUNT   TO WS-TRAILER-COUNT
                   MOVE JR-TRL-DEBIT-TOTAL  TO WS-TRAILER-DEBIT
                   MOVE JR-TRL-CREDIT-TOTAL TO WS-TRAILER-CREDIT
               WHEN OTHER
                   MOVE "UNTYPED RECORD IN JOURNAL"
                       TO WS-BALANCE-MESSAGE
           END-EVALUATE.

       Settle-Final-Balance.
           EVALUATE TRUE
               WHEN WS-BALANCE-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN NOT JOURNAL-HEADER-SEEN
                   MOVE "JOURNAL HEADER MISSING" TO WS-BALANCE-MESSAGE
               WHEN NOT JOURNAL-TRAILER-SEEN
                   MOVE "JOURNAL TRAILER MISSING"
                       TO WS-BALANCE-MESSAGE
               WHEN WS-JOURNAL-FROM-DATE NOT = WK-START-DATE
                       OR WS-JOURNAL-TO-DATE NOT = WK-END-DATE
                   MOVE "JOURNAL WINDOW IS NOT THE PERIOD"
                       TO WS-BALANCE-MESSAGE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "DETAIL COUNT OUT OF BALANCE"
                       TO WS-BALANCE-MESSAGE
               WHEN WS-TRAILER-DEBIT NOT = WS-DEBIT-TOTAL
                   MOVE "DEBIT TOTAL OUT OF BALANCE"
                       TO WS-BALANCE-MESSAGE
               WHEN WS-TRAILER-CREDIT NOT = WS-CREDIT-TOTAL
                   MOVE "CREDIT TOTAL OUT OF BALANCE"
                       TO WS-BALANCE-MESSAGE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-BALANCE-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       List-Close-Step.
           MOVE WK-STEP-RC(WS-STEP-SUBSCRIPT) TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-DISPOSITION.
           EVALUATE WS-STEP-STATE(WS-STEP-SUBSCRIPT)
               WHEN 'D'
                   STRING "CLEAN ON " WK-STEP-DATE(WS-STEP-SUBSCRIPT)
                           " - NOT RUN AGAIN"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN 'C'
                   STRING "COMPLETED CLEAN RC:" WS-RC-DISPLAY
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN 'F'
                   STRING "FAILED RC:" WS-RC-DISPLAY
                           " - CLOSE STOPPED"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN 'N'
                   MOVE "MODULE NOT FOUND - CLOSE STOPPED"
                       TO WS-DISPOSITION
                   MOVE 16 TO WS-RUN-RC
               WHEN OTHER
                   MOVE "NOT RUN - EARLIER STEP NOT CLEAN"
                       TO WS-DISPOSITION
           END-EVALUATE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STEP " WS-STEP-SUBSCRIPT " " WS-JOB-NAME " "
                   WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

       Write-Register-Line.
           MOVE WS-REGISTER-LINE TO CLOSE-REGISTER-LINE.
           WRITE CLOSE-REGISTER-LINE.
