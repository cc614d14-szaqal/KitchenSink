      * direct deposit does not cover, formatted from the same
      * PAYCALC arithmetic instead of being typed off the pay
      * register. For each PAYMAST record with no live BANKMAST
      * details: net pay is taken from PAYCALC's PAYCUR
      * current-period file (gross less tax and the DEDMAST
      * deductions), a check plus stub prints to CHECKPRT under a
      * number issued by the CHKNBR register service, and the
      * check lands on the CHECKREG check-number register
      * (copybooks/CHECK-REG-REC.cpy) - number, employee, amount,
      * date - so every dollar of check stock is on file before
      * the paper leaves the building. Prenote-status bank details
      * still get a check; their transfers are not live yet, and
      * neither are details DDRETURN suspended. Each transfer
      * the bank returned and DDRETURN queued on the DDRETQ
      * reissue queue (copybooks/DD-REISSUE-REC.cpy) prints a
      * replacement check for the amount returned, and the queue
      * record is marked printed with its check number. With the
      * OFFCYCLE card on OFFCCTL the run prints only the final pays
      * FINALPAY wrote to the PAYCUR it is given - an employee not
      * on it is simply not in the run - and no reissues; the
      * regular run passes over leavers whose final pay is
      * already issued. Live details routed to the employee's own
      * account (pay route A) are paid by PAYACCT's credit, so
      * they get no check either; PAYACCT suspends the route of
      * an employee whose account could not take the credit, and
      * that employee is paid by check here - so PAYACCT runs
      * first.
      * The run now signs on - check stock takes at least the
      * update role - so it lands on the ACTLOG trail (CHKPRINT,
      * or CHKOFFCY off-cycle, keyed by checks printed) under the
      * operator who ran it, for the SODSCAN segregation-of-duties
      * analysis; an operator who today did the other half of a
      * preventive SODRULE pair - keyed bank details, say - is
      * refused by the CALLed SODCHKW.
      * No regular period's checks print until its PAYVARN pay
      * variance review has run and PAYVCLR has cleared or
      * overridden every flag it raised - the CALLed PAYVARW says
      * so, and otherwise the run is refused, RC=8. Off-cycle
      * final pays are not part of that review.
      * Each check is recorded with the PAYCUR period it pays, so
      * the PAYDUPS duplicate-payment audit can put it beside the
      * period's transfers and PAYHIST; a replacement for a
      * returned transfer answers an earlier file and carries no
      * period.
      * An employee PAYCALC held for the whole period - on leave
      * or suspended, by EMPSTAT through the CALLed EMPSTATW - is
      * not on PAYCUR; no check is owed, and the run counts the
      * held pay on the totals instead of logging it as missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT REISSUE-QUEUE ASSIGN TO "Cobol/data/DDRETQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-QUEUE-KEY
               FILE STATUS IS WS-REISSUE-QUEUE-STATUS.

           SELECT CHECK-PRINT ASSIGN TO "Cobol/data/CHECKPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-PRINT-STATUS.

      * OFFCYCLE card: final pays only, off the FINALPAY PAYCUR.
           SELECT OFFCYCLE-CONTROL ASSIGN TO "OFFCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC.

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  REISSUE-QUEUE.
       01 REISSUE-QUEUE-REC.
           COPY DD-REISSUE-REC.

       FD  OFFCYCLE-CONTROL.
       01 OFFCYCLE-CONTROL-REC        PIC X(8).

       FD  CHECK-PRINT.
       01 CHECK-PRINT-LINE            PIC X(80).

       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-REISSUE-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-CHECK-PRINT-STATUS       PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-GROSS-PAY                PIC S9(5)V99 VALUE 0.
       01 WS-NET-PAY                  PIC S9(5)V99 VALUE 0.
       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.
       01 WS-BANKMAST-SWITCH          PIC X VALUE 'N'.
           88 BANKMAST-ON-FILE             VALUE 'Y'.
       01 WS-REISSUE-QUEUE-SWITCH     PIC X VALUE 'N'.
           88 REISSUE-QUEUE-ON-FILE        VALUE 'Y'.
       01 WS-QUEUE-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 QUEUE-BROWSE-DONE            VALUE 'Y'.
           88 QUEUE-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-CURRENT-PAY-SWITCH       PIC X VALUE 'N'.
           88 PAY-WAS-CALCULATED           VALUE 'Y'.
           88 PAY-NOT-CALCULATED           VALUE 'N'.
       01 WS-PAY-HELD-SWITCH          PIC X VALUE 'N'.
           88 PAY-IS-HELD                  VALUE 'Y'.
           88 PAY-NOT-HELD                 VALUE 'N'.
       01 WS-PAY-PERIOD-END           PIC 9(8) VALUE 0.
       01 WS-BANK-LIVE-SWITCH         PIC X VALUE 'N'.
           88 EMPLOYEE-PAID-BY-TRANSFER    VALUE 'Y'.
           88 EMPLOYEE-PAID-BY-CHECK       VALUE 'N'.
       01 WS-OFFCYCLE-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-RUN-MODE-SWITCH          PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN                VALUE 'Y'.
           88 REGULAR-RUN                  VALUE 'N'.

       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'N'.
       01 WS-NEW-CHECK-NUMBER         PIC 9(6) VALUE 0.
       01 WS-PAYEE-NUMBER             PIC 9(6) VALUE 0.
       01 WS-CHECK-PERIOD             PIC 9(8) VALUE 0.
       01 WS-CHECKS-PRINTED           PIC 9(4) VALUE 0.
       01 WS-REISSUES-PRINTED         PIC 9(4) VALUE 0.
       01 WS-CHECK-EXCEPTIONS         PIC 9(4) VALUE 0.
       01 WS-CHECKS-HELD              PIC 9(4) VALUE 0.
       01 WS-TOTAL-CHECK-AMOUNT       PIC 9(7)V99 VALUE 0.

       01 WS-EDITED-AMOUNT            PIC ZZ,ZZ9.99.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-DUTY-REQUEST.
           05 DC-OPERATOR-ID          PIC X(8).
           05 DC-PROGRAM-ID           PIC X(8).
           05 DC-ACTION-CODE          PIC X(8).
           05 DC-RESULT-SWITCH        PIC X.
           05 DC-RULE-ID              PIC X(4).
           05 DC-CONFLICT-PROGRAM     PIC X(8).
           05 DC-CONFLICT-ACTION      PIC X(8).
           05 DC-CONFLICT-KEY         PIC X(9).

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

      * Release check through CALLed PAYVARW: the period's pay
      * variance review must be run and every flag disposed of.
       01 WS-VARIANCE-REQUEST.
           05 VQ-REQUEST-CODE         PIC X VALUE SPACE.
           05 VQ-PERIOD-END           PIC 9(8) VALUE 0.
           05 VQ-RESULT-SWITCH        PIC X VALUE 'R'.
           05 VQ-PENDING-COUNT        PIC 9(5) VALUE 0.

      * Employment status through CALLed EMPSTATW: an employee
      * PAYCALC held for the whole period is not on PAYCUR.
       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
               88 SW-IS-ABSENT             VALUE 'L' 'S'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CHECKPRT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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

      * Least-privilege: printing check stock is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Check-Duty-Conflicts.
           IF DC-RESULT-SWITCH = 'N'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Read-Offcycle-Control.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               GOBACK
           END-IF.

      * No PAYCUR means PAYCALC has not priced this period - a
      * check cut from anything else could disagree with the
      * register.
           OPEN INPUT PAY-CURRENT.
           IF WS-PAY-CURRENT-STATUS NOT = "00"
               DISPLAY "NO PAYCUR CURRENT PAY - RUN PAYCALC FIRST:"
                       WS-PAY-CURRENT-STATUS
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REGULAR-RUN
               PERFORM Check-Variance-Review
               IF VQ-RESULT-SWITCH NOT = 'Y'
                   CLOSE PAY-CURRENT
                   CLOSE PAY-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
      * Both satellite switches latch at OPEN, the only moment
      * their statuses reliably mean "file open" - a keyed READ
           IF WS-BANK-MASTER-STATUS = "00"
               SET BANKMAST-ON-FILE TO TRUE
           END-IF.
           PERFORM Open-Check-Register.
           OPEN I-O REISSUE-QUEUE.
           IF WS-REISSUE-QUEUE-STATUS = "00"
               SET REISSUE-QUEUE-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT CHECK-PRINT.

           PERFORM UNTIL WS-PAY-MASTER-STATUS NOT = "00"
                       PERFORM Consider-One-Employee
               END-READ
           END-PERFORM.
           IF REISSUE-QUEUE-ON-FILE AND REGULAR-RUN
               PERFORM Print-Queued-Reissues
           END-IF.

           PERFORM Write-Print-Totals.
           PERFORM Log-Check-Run.
           CLOSE CHECK-PRINT.
           IF REISSUE-QUEUE-ON-FILE
               CLOSE REISSUE-QUEUE
           END-IF.
           CLOSE CHECK-REGISTER.
           CLOSE PAY-CURRENT.
           IF BANKMAST-ON-FILE
               CLOSE BANK-MASTER
           END-IF.
           END-IF.
           GOBACK.

      * The period is the one PAYCALC priced onto PAYCUR; an empty
      * PAYCUR has nothing to hold back.
       Check-Variance-Review.
           MOVE 'Y' TO VQ-RESULT-SWITCH.
           READ PAY-CURRENT NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Q' TO VQ-REQUEST-CODE.
           MOVE PY-PERIOD-END TO VQ-PERIOD-END.
           MOVE PY-PERIOD-END TO WS-PAY-PERIOD-END.
           CALL "PAYVARW" USING WS-VARIANCE-REQUEST.
           IF VQ-RESULT-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P029" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "CHECKPRT" TO EX-PROGRAM-ID.
           IF VQ-RESULT-SWITCH = 'N'
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                       " - RUN REFUSED"
               STRING "CHECKS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                   DELIMITED BY SIZE INTO EX-MESSAGE
           ELSE
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE REVIEW NOT RUN - RUN REFUSED"
               STRING "CHECKS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO EX-MESSAGE
           END-IF.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * A preventive SODRULE rule pairing this program with
      * something the operator already did today refuses the run.
       Check-Duty-Conflicts.
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID.
           MOVE "CHECKPRT" TO DC-PROGRAM-ID.
           MOVE SPACES TO DC-ACTION-CODE.
           CALL "SODCHKW" USING WS-DUTY-REQUEST.
           IF DC-RESULT-SWITCH NOT = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DUTY CONFLICT RULE " DC-RULE-ID
                   " - OPERATOR " WS-OPERATOR-ID " RAN "
                   DC-CONFLICT-PROGRAM " " DC-CONFLICT-ACTION
                   " TODAY".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "Q002" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "CHECKPRT" TO EX-PROGRAM-ID.
           STRING "DUTY CONFLICT REFUSED - RULE " DC-RULE-ID
                   " OPERATOR " WS-OPERATOR-ID
                   " AFTER " DC-CONFLICT-PROGRAM
                   " KEY " DC-CONFLICT-KEY
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.


      * The run lands on the ACTLOG trail SODSCAN reads for
      * conflicting duties, keyed by the count of checks printed.
       Log-Check-Run.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "CHECKPRT" TO AL-PROGRAM-ID.
           IF OFF-CYCLE-RUN
               MOVE "CHKOFFCY" TO AL-ACTION-CODE
           ELSE
               MOVE "CHKPRINT" TO AL-ACTION-CODE
           END-IF.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-CHECKS-PRINTED TO AL-KEY-VALUE(1:4).
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Read-Offcycle-Control.
           SET REGULAR-RUN TO TRUE.
           OPEN INPUT OFFCYCLE-CONTROL.
           IF WS-OFFCYCLE-CONTROL-STATUS = "00"
               READ OFFCYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OFFCYCLE-CONTROL-REC = "OFFCYCLE"
                           SET OFF-CYCLE-RUN TO TRUE
                           DISPLAY "OFF-CYCLE RUN - FINAL PAYS ONLY"
                       END-IF
               END-READ
               CLOSE OFFCYCLE-CONTROL
           END-IF.

       Open-Check-Register.
           OPEN I-O CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS = "35"
           END-IF.

      * Live bank details mean the money already rode the
      * DDEPOSIT file, or went to the employee's own account
      * through PAYACCT - no check. Prenote, suspended or no
      * details at all means a check this period.
       Consider-One-Employee.
           IF OFF-CYCLE-RUN
               PERFORM Fetch-Current-Pay
               IF PAY-NOT-CALCULATED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PM-FINAL-PAY-DATE NUMERIC
                   AND PM-FINAL-PAY-DATE > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET EMPLOYEE-PAID-BY-CHECK TO TRUE.
           IF BANKMAST-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER
           END-IF.

       Print-One-Check.
           PERFORM Fetch-Current-Pay.
           SET PAY-NOT-HELD TO TRUE.
           IF PAY-NOT-CALCULATED
               PERFORM Check-Pay-Held
           END-IF.
           EVALUATE TRUE
               WHEN PAY-IS-HELD
                   ADD 1 TO WS-CHECKS-HELD
               WHEN PAY-NOT-CALCULATED
                   ADD 1 TO WS-CHECK-EXCEPTIONS
                   MOVE "P008" TO EX-ERROR-CODE
                   MOVE 'S' TO EX-SEVERITY
                   MOVE "CHECKPRT" TO EX-PROGRAM-ID
                   MOVE SPACES TO EX-MESSAGE
                   STRING "NOT ON PAYCUR - NO CHECK - EMPLOYEE:"
                           PM-EMPLOYEE-NUMBER
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   CALL "LOGERR" USING WS-EXCEPTION-REC
               WHEN WS-NET-PAY NOT > 0
                   ADD 1 TO WS-CHECK-EXCEPTIONS
                   MOVE "P008" TO EX-ERROR-CODE
                   MOVE 'S' TO EX-SEVERITY
                   MOVE "CHECKPRT" TO EX-PROGRAM-ID
                   MOVE SPACES TO EX-MESSAGE
                   STRING "NET NOT POSITIVE - NO CHECK - EMPLOYEE:"
                           PM-EMPLOYEE-NUMBER
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   CALL "LOGERR" USING WS-EXCEPTION-REC
               WHEN OTHER
                   MOVE PM-EMPLOYEE-NUMBER TO WS-PAYEE-NUMBER
                   MOVE PY-PERIOD-END TO WS-CHECK-PERIOD
                   MOVE 'N' TO WS-CHECK-REQUEST-CODE
                   CALL "CHKNBR" USING WS-CHECK-REQUEST-CODE
                       WS-NEW-CHECK-NUMBER
                   PERFORM Fetch-Employee-Name
                   PERFORM Write-Check-Face
                   PERFORM Write-Check-Stub
                   PERFORM Write-Check-Register-Record
                   ADD 1 TO WS-CHECKS-PRINTED
                   ADD WS-NET-PAY TO WS-TOTAL-CHECK-AMOUNT
           END-EVALUATE.

       Write-Check-Face.
           MOVE SPACES TO WS-PRINT-LINE.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           IF PY-LEAVE-CASHOUT NUMERIC AND PY-LEAVE-CASHOUT NOT = 0
               MOVE PY-LEAVE-CASHOUT TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  LVE:  " WS-EDITED-DEDUCTION
                       " FINAL PAY - LEAVE CASHED OUT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
           END-IF.

           MOVE PY-TAX TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TAX:  " WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           IF PY-GARNISHED NUMERIC AND PY-GARNISHED NOT = 0
               MOVE PY-GARNISHED TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  GRN:  " WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
           END-IF.

           PERFORM Write-Stub-Deductions.

           IF PY-REIMBURSED NUMERIC AND PY-REIMBURSED NOT = 0
               MOVE PY-REIMBURSED TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  EXP:  " WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
           END-IF.

           MOVE WS-NET-PAY TO WS-EDITED-GROSS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NET:  " WS-EDITED-GROSS
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.

      * The deductions exactly as PAYCALC took them - a slot it
      * left blank (unused, or a TAX entry the table superseded)
      * does not print.
       Write-Stub-Deductions.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   PERFORM Write-One-Stub-Deduction
               END-IF
           END-PERFORM.

       Write-One-Stub-Deduction.
           MOVE PY-DED-AMOUNT(WS-DED-SUBSCRIPT) TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  DED " PY-DED-CODE(WS-DED-SUBSCRIPT)
                   ":" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.

       Write-Check-Register-Record.
           MOVE WS-NEW-CHECK-NUMBER TO CK-CHECK-NUMBER.
           MOVE WS-PAYEE-NUMBER     TO CK-EMPLOYEE-NUMBER.
           MOVE WS-NET-PAY          TO CK-AMOUNT.
           MOVE WS-RUN-DATE         TO CK-ISSUE-DATE.
           MOVE 'I'                 TO CK-STATUS.
           MOVE 0                   TO CK-REPLACES.
           MOVE 0                   TO CK-VOID-DATE.
           MOVE 0                   TO CK-PP-ISSUE-SENT.
           MOVE 0                   TO CK-PP-VOID-SENT.
           MOVE 0                   TO CK-PAYEE-NUMBER.
           MOVE WS-CHECK-PERIOD     TO CK-PAY-PERIOD.
           WRITE CHECK-REGISTER-REC
               INVALID KEY
                   ADD 1 TO WS-CHECK-EXCEPTIONS
                           WS-NEW-CHECK-NUMBER
           END-WRITE.

      * PAYCALC's own figures for the period, by key - the check,
      * the transfer and the register must never disagree.
       Fetch-Current-Pay.
           SET PAY-NOT-CALCULATED TO TRUE.
           MOVE 0 TO WS-GROSS-PAY.
           MOVE 0 TO WS-NET-PAY.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           READ PAY-CURRENT
               KEY IS PY-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAY-WAS-CALCULATED TO TRUE
                   MOVE PY-GROSS TO WS-GROSS-PAY
                   MOVE PY-NET   TO WS-NET-PAY
           END-READ.

      * PAYCALC writes no PAYCUR record for an employee on leave
      * or suspended from before the period began - that pay is
      * held, not missing, and no check is owed. An absence that
      * began inside the period is paid up to its start and is on
      * PAYCUR, so absent at the period end is enough to tell.
       Check-Pay-Held.
           IF WS-PAY-PERIOD-END = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE PM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-PAY-PERIOD-END TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF SW-IS-ABSENT
               SET PAY-IS-HELD TO TRUE
           END-IF.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE WS-PAYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   END-STRING
           END-READ.

      * A returned transfer is paid by check for exactly what
      * the bank sent back; the stub says which deposit it
      * replaces, and the queue records the check that did it.
       Print-Queued-Reissues.
           SET QUEUE-BROWSE-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO RQ-QUEUE-KEY.
           START REISSUE-QUEUE
               KEY IS >= RQ-QUEUE-KEY
               INVALID KEY
                   SET QUEUE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL QUEUE-BROWSE-DONE
               READ REISSUE-QUEUE NEXT RECORD
                   AT END
                       SET QUEUE-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RQ-CHECK-IS-QUEUED AND RQ-AMOUNT > 0
                           PERFORM Print-One-Reissue
                       END-IF
               END-READ
           END-PERFORM.

       Print-One-Reissue.
           MOVE RQ-EMPLOYEE-NUMBER TO WS-PAYEE-NUMBER.
           MOVE RQ-AMOUNT TO WS-NET-PAY.
           MOVE 0 TO WS-CHECK-PERIOD.
           MOVE 'N' TO WS-CHECK-REQUEST-CODE.
           CALL "CHKNBR" USING WS-CHECK-REQUEST-CODE
               WS-NEW-CHECK-NUMBER.
           PERFORM Fetch-Employee-Name.
           PERFORM Write-Check-Face.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  STUB " WS-NEW-CHECK-NUMBER
                   " EMPLOYEE:" RQ-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REPLACES DIRECT DEPOSIT OF " RQ-XFER-DATE
                   " RETURNED " RQ-REASON-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE WS-NET-PAY TO WS-EDITED-GROSS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NET:  " WS-EDITED-GROSS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           PERFORM Write-Check-Register-Record.
           MOVE 'P' TO RQ-STATUS.
           MOVE WS-NEW-CHECK-NUMBER TO RQ-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO RQ-PRINTED-DATE.
           REWRITE REISSUE-QUEUE-REC.
           ADD 1 TO WS-CHECKS-PRINTED.
           ADD 1 TO WS-REISSUES-PRINTED.
           ADD WS-NET-PAY TO WS-TOTAL-CHECK-AMOUNT.

       Write-Print-Totals.
           MOVE WS-CHECKS-PRINTED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CHECK-AMOUNT TO WS-EDITED-TOTAL.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
           IF WS-REISSUES-PRINTED > 0
               MOVE WS-REISSUES-PRINTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OF WHICH REISSUES OF RETURNED DEPOSITS:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
               DISPLAY WS-PRINT-LINE
           END-IF.
           IF WS-CHECKS-HELD > 0
               MOVE WS-CHECKS-HELD TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PAY HELD (ON LEAVE/SUSPENDED):"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
               DISPLAY WS-PRINT-LINE
           END-IF.
