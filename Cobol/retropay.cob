      * at the new rate, picked up by the next TIMECARD capture -
      * documented period by period on its own RETROREG register.
      * Retro pay is the most disputed number we produce; now
      * every cent of it traces to a history line. A period paid
      * with premium classes is re-priced on its premium-weighted
      * hours - each class's hours times the multiplier it was
      * paid at - so overtime and holiday hours carry their
      * premium into the make-up pay. A salaried employee's card
      * carries the new annual salary instead of a rate: each
      * salaried period's prorated salary is re-priced in
      * proportion to the new salary, and the make-up rides the
      * 'J' card at the new hourly equivalent PAYMAINT sets. A
      * period paid under the other pay type is listed, not
      * re-priced - a change of pay type is not a rate change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   Pos  1- 6  RC-EMPLOYEE-NUMBER 9(6)
      *   Pos  7-11  RC-NEW-RATE        9(3)V99
      *   Pos 12-19  RC-EFFECTIVE-DATE  9(8)  YYYYMMDD
      *   Pos 20-28  RC-NEW-SALARY      9(7)V99 Salaried only
       01 RETRO-CONTROL-REC.
           05 RC-EMPLOYEE-NUMBER      PIC 9(6).
           05 RC-NEW-RATE             PIC 9(3)V99.
           05 RC-EFFECTIVE-DATE       PIC 9(8).
           05 RC-NEW-SALARY           PIC 9(7)V99.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           05 TC-WORK-DATE            PIC 9(8).
           05 TC-HOURS                PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05 TC-SHIFT-CODE           PIC X.

       FD  RETRO-REGISTER.
       01 RETRO-REGISTER-LINE         PIC X(80).
       01 WS-PERIOD-DIFFERENCE        PIC S9(5)V99 VALUE 0.
       01 WS-TOTAL-DIFFERENCE         PIC S9(5)V99 VALUE 0.
       01 WS-ADJUSTMENT-HOURS         PIC S9(3)V99 VALUE 0.
       01 WS-WEIGHTED-HOURS           PIC S9(5)V9(4) VALUE 0.
       01 WS-CLASS-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-STANDARD-HOURS-YEAR      PIC 9(4) VALUE 2080.
       01 WS-ADJUST-RATE              PIC 9(3)V99 VALUE 0.
       01 WS-SALARY-DIFFERENCE        PIC S9(5)V99 VALUE 0.

       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-EFFECTIVE-DATE           PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RETROPAY" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Retro-Card
               WHEN PM-PAY-IS-SALARIED
                   AND (RC-NEW-SALARY NOT NUMERIC
                        OR RC-NEW-SALARY = 0)
                   MOVE "NEW SALARY REQUIRED" TO WS-REJECT-REASON
                   PERFORM Reject-Retro-Card
               WHEN PM-PAY-IS-HOURLY AND RC-NEW-RATE = 0
                   MOVE "NEW RATE IS ZERO" TO WS-REJECT-REASON
                   PERFORM Reject-Retro-Card
               WHEN WS-DATE-RESULT NOT = 'Y'
      * paid; the per-period differences print so a dispute can
      * be settled line by line.
       Price-Retro-Difference.
           IF PM-PAY-IS-SALARIED
               COMPUTE WS-ADJUST-RATE ROUNDED =
                   RC-NEW-SALARY / WS-STANDARD-HOURS-YEAR
           ELSE
               MOVE RC-NEW-RATE TO WS-ADJUST-RATE
           END-IF.
           MOVE 0 TO WS-TOTAL-DIFFERENCE.
           MOVE 0 TO WS-PERIODS-PRICED.
           OPEN INPUT PAY-HISTORY.
                                   = RC-EMPLOYEE-NUMBER
                               AND PY-PERIOD-END
                                   NOT < RC-EFFECTIVE-DATE
                               PERFORM Check-Period-Pay-Type
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM Emit-Adjustment-Card
           END-IF.

       Check-Period-Pay-Type.
           IF (PM-PAY-IS-SALARIED AND PY-PAID-SALARIED)
               OR (PM-PAY-IS-HOURLY AND PY-PAID-HOURLY)
               PERFORM Price-One-Period
           ELSE
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "  PERIOD " PY-PERIOD-END
                       " OTHER PAY TYPE - NOT REPRICED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RETRO-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

      * A salaried period's salary moves in proportion to the new
      * salary, so its proration carries through; its adjustment
      * hours, like hourly time, move by the rate difference.
       Price-One-Period.
           PERFORM Weigh-Period-Hours.
           MOVE 0 TO WS-SALARY-DIFFERENCE.
           IF PY-PAID-SALARIED AND PY-ANNUAL-SALARY NUMERIC
               AND PY-ANNUAL-SALARY NOT = 0
               COMPUTE WS-SALARY-DIFFERENCE ROUNDED =
                   PY-SALARY-PAY * (RC-NEW-SALARY - PY-ANNUAL-SALARY)
                   / PY-ANNUAL-SALARY
           END-IF.
           COMPUTE WS-PERIOD-DIFFERENCE ROUNDED =
               (WS-ADJUST-RATE - PY-PAY-RATE) * WS-WEIGHTED-HOURS
               + WS-SALARY-DIFFERENCE.
           ADD WS-PERIOD-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
           ADD 1 TO WS-PERIODS-PRICED.
           MOVE WS-PERIOD-DIFFERENCE TO WS-EDITED-DIFF.
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETRO-REGISTER-LINE FROM WS-REGISTER-LINE.

      * History written before the pay classes existed carries
      * no class entries and is weighed at straight time.
       Weigh-Period-Hours.
           MOVE PY-HOURS TO WS-WEIGHTED-HOURS.
           IF PY-CLASS-ENTRY(1) NOT = SPACES
               MOVE 0 TO WS-WEIGHTED-HOURS
               PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-CLASS-SUBSCRIPT > 4
                   IF PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT) NUMERIC
                       AND PY-CLASS-FACTOR(WS-CLASS-SUBSCRIPT) NUMERIC
                       COMPUTE WS-WEIGHTED-HOURS = WS-WEIGHTED-HOURS
                           + PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
                           * PY-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
                   END-IF
               END-PERFORM
           END-IF.

      * The adjustment rides the normal timecard channel as a 'J'
      * card: hours equivalent of the make-up amount at the new
      * rate, ROUNDED half-up per the CURRRND convention - any
      * register, not in somebody's drawer.
       Emit-Adjustment-Card.
           COMPUTE WS-ADJUSTMENT-HOURS ROUNDED =
               WS-TOTAL-DIFFERENCE / WS-ADJUST-RATE.
           MOVE SPACES TO TIME-TRANSACTION-REC.
           MOVE 'J' TO TC-CARD-TYPE.
           MOVE RC-EMPLOYEE-NUMBER TO TC-EMPLOYEE-NUMBER.
