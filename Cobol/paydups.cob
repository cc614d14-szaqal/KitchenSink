       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDUPS.
      * Pay-cycle duplicate-payment audit - the step between the
      * period's payment runs and the transfer file leaving for
      * the bank, so a double pay is caught here instead of
      * reported to us by the employee kind enough to mention it.
      * Every payment instruction for the PAYPCTL period is put
      * side by side, employee by employee: the net-pay details
      * DDEPOSIT wrote to BANKXFER, the off-cycle final pays on
      * OFFXFER (the BANKXFER of the period's OFFCYCLE DDEPOSIT
      * run; DD DUMMY when there was none), and every check on
      * the CHECKREG register issued and not void for the period
      * (CHECKPRT pay and off-cycle checks, CHKMAINT reissues).
      * Against them stand the employee's PAYHIST pays of the
      * period - the last regular PAYCALC pay, the figure PAYREG
      * printed, plus any FINALPAY final pay. An employee paid
      * more times than PAYHIST pays them, paid with no PAYHIST
      * pay at all, or paid a total other than their PAYHIST net
      * is flagged on DUPRPT. Flagged employees' transfers are
      * held: BANKXFER is copied to BANKREL, the file that goes to
      * the bank, without them, and they go on DUPHOLD in the same
      * header/detail/trailer layout (copybooks/BANK-XFER-REC.cpy)
      * to be sent on their own once the payment is put right.
      * A flagged check is listed to be pulled or voided on
      * CHKMAINT; an off-cycle transfer already sent is listed for
      * recovery. Employees credited by PAYACCT, or not paid, are
      * counted, not flagged.
      * Before anything is released the period's regular PAYHIST
      * net must equal the TOTAL NET PAY line of the PAYREG
      * register PAYCALC printed; out of balance, nothing is
      * released, RC=8, the REMITRUN rule. A PAYREG for another
      * period cannot prove anything and the run says so.
      * Takes at least the update role; the run lands on the
      * ACTLOG trail (DUPAUDIT, keyed by the period). RC=4 when
      * anything is flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT PAY-REGISTER ASSIGN TO "Cobol/data/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-REGISTER-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "Cobol/data/BANKXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

      * Optional: the period's off-cycle transfer file.
           SELECT OFFCYCLE-TRANSFER ASSIGN TO
               "Cobol/data/OFFXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-TRANSFER-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "Cobol/data/BANKREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "Cobol/data/DUPHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "Cobol/data/DUPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  PAY-REGISTER.
       01 PAY-REGISTER-LINE           PIC X(80).

       FD  TRANSFER-FILE.
       01 TRANSFER-FILE-REC           PIC X(36).

       FD  OFFCYCLE-TRANSFER.
       01 OFFCYCLE-TRANSFER-REC       PIC X(36).

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  RELEASE-FILE.
       01 RELEASE-FILE-REC            PIC X(36).

       FD  HOLD-FILE.
       01 HOLD-FILE-REC               PIC X(36).

       FD  AUDIT-REPORT.
       01 AUDIT-REPORT-LINE           PIC X(80).

      * One entry per PAYHIST pay or payment instruction of the
      * period, employee by employee in the order gathered - so an
      * employee's PAYHIST pays read back oldest first.
       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-SOURCE               PIC X.
               88 SW-FROM-HISTORY          VALUE 'H'.
               88 SW-FROM-TRANSFER         VALUE 'X'.
               88 SW-FROM-OFFCYCLE         VALUE 'O'.
               88 SW-FROM-CHECK            VALUE 'C'.
           05 SW-PAY-RUN              PIC X.
               88 SW-FINAL-PAY             VALUE 'F'.
           05 SW-REFERENCE            PIC 9(6).
           05 SW-DATE                 PIC 9(8).
           05 SW-AMOUNT               PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-PAY-REGISTER-STATUS      PIC XX VALUE "00".
       01 WS-TRANSFER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-OFFCYCLE-TRANSFER-STATUS PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-RELEASE-FILE-STATUS      PIC XX VALUE "00".
       01 WS-HOLD-FILE-STATUS         PIC XX VALUE "00".
       01 WS-AUDIT-REPORT-STATUS      PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-AUDIT-PERIOD             PIC 9(8) VALUE 0.
       01 WS-XFER-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-DETAIL-SEQUENCE          PIC 9(6) VALUE 0.

       01 WS-TRANSFER-SWITCH          PIC X VALUE 'N'.
           88 TRANSFER-FILE-ON-HAND        VALUE 'Y'.
           88 TRANSFER-FILE-MISSING        VALUE 'N'.
       01 WS-RELEASE-SWITCH           PIC X VALUE 'Y'.
           88 RELEASE-ALLOWED              VALUE 'Y'.
           88 RELEASE-REFUSED              VALUE 'N'.
       01 WS-GROUP-SWITCH             PIC X VALUE 'N'.
           88 EMPLOYEE-GROUP-OPEN          VALUE 'Y'.
       01 WS-REGULAR-SWITCH           PIC X VALUE 'N'.
           88 REGULAR-PAY-FOUND            VALUE 'Y'.
           88 REGULAR-PAY-MISSING          VALUE 'N'.
       01 WS-HELD-SWITCH              PIC X VALUE 'N'.
           88 EMPLOYEE-IS-HELD             VALUE 'Y'.
           88 EMPLOYEE-NOT-HELD            VALUE 'N'.
       01 WS-HOLD-FULL-SWITCH         PIC X VALUE 'N'.
           88 HOLD-TABLE-FULL              VALUE 'Y'.
       01 WS-PAYREG-SWITCH            PIC X VALUE 'N'.
           88 PAYREG-FOR-PERIOD            VALUE 'Y'.
           88 PAYREG-NOT-FOR-PERIOD        VALUE 'N'.
       01 WS-PAYREG-TOTAL-SWITCH      PIC X VALUE 'N'.
           88 PAYREG-TOTAL-FOUND           VALUE 'Y'.

      * The employee's group off the SORT: what PAYHIST says they
      * are owed and the payments that went or are going to them.
       01 WS-GROUP-EMPLOYEE           PIC 9(6) VALUE 0.
       01 WS-REGULAR-NET              PIC S9(7)V99 VALUE 0.
       01 WS-FINAL-PAYS               PIC 9(3) VALUE 0.
       01 WS-FINAL-NET                PIC S9(7)V99 VALUE 0.
       01 WS-PAYHIST-PAYS             PIC 9(3) VALUE 0.
       01 WS-PAYHIST-NET              PIC S9(7)V99 VALUE 0.
       01 WS-PAYMENT-COUNT            PIC 9(3) VALUE 0.
       01 WS-PAID-AMOUNT              PIC S9(7)V99 VALUE 0.
       01 WS-PAYMENT-TABLE.
           05 WS-PAYMENT-ENTRY OCCURS 20 TIMES.
               10 WS-PAY-SOURCE       PIC X.
               10 WS-PAY-REFERENCE    PIC 9(6).
               10 WS-PAY-DATE         PIC 9(8).
               10 WS-PAY-AMOUNT       PIC S9(7)V99.
       01 WS-PAYMENT-SUBSCRIPT        PIC 9(3) VALUE 0.
       01 WS-FINDING                  PIC X(10) VALUE SPACES.

      * Employees whose transfers are held, in the ascending order
      * the SORT hands them over.
       01 WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   ASCENDING KEY IS WS-HOLD-EMPLOYEE
                   INDEXED BY HOLD-INDEX.
               10 WS-HOLD-EMPLOYEE    PIC 9(6).

       01 WS-TRANSFERS-READ           PIC 9(5) VALUE 0.
       01 WS-OFFCYCLE-READ            PIC 9(5) VALUE 0.
       01 WS-CHECKS-READ              PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-PAID           PIC 9(5) VALUE 0.
       01 WS-HISTORY-NOT-PAID         PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-FLAGS          PIC 9(5) VALUE 0.
       01 WS-NO-HISTORY-FLAGS         PIC 9(5) VALUE 0.
       01 WS-AMOUNT-FLAGS             PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-FLAGGED        PIC 9(5) VALUE 0.
       01 WS-CHECKS-TO-PULL           PIC 9(5) VALUE 0.
       01 WS-OFFCYCLE-TO-RECOVER      PIC 9(5) VALUE 0.
       01 WS-DETAILS-RELEASED         PIC 9(6) VALUE 0.
       01 WS-DETAILS-HELD             PIC 9(6) VALUE 0.
       01 WS-AMOUNT-RELEASED          PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-HELD              PIC 9(9)V99 VALUE 0.
       01 WS-PAYHIST-REGULAR-NET      PIC S9(9)V99 VALUE 0.
       01 WS-PAYREG-PERIOD            PIC 9(8) VALUE 0.
       01 WS-PAYREG-EDITED            PIC Z,ZZZ,ZZ9.99CR.
       01 WS-PAYREG-NET               PIC S9(9)V99 VALUE 0.

       01 WS-SOURCE-LABEL             PIC X(10) VALUE SPACES.
       01 WS-ACTION-LABEL             PIC X(24) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-NET               PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-SHORT-COUNT              PIC ZZ9.
       01 WS-SHORT-COUNT-2            PIC ZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

      * The three typed views of the 36-byte transfer record.
           COPY BANK-XFER-REC.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYDUPS" TO VS-PROGRAM-NAME.
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

      * Least-privilege: the audit decides what reaches the bank
      * - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Find-Audit-Period.
           IF WS-AUDIT-PERIOD = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT AUDIT-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "PAY-CYCLE DUPLICATE PAYMENT AUDIT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "DUPRPT"        TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAY PERIOD END " WS-AUDIT-PERIOD
                   "  - BANKXFER, OFFXFER AND CHECKREG AGAINST PAYHIST"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  EMPL FINDING    PAYMENTS PAYHIST       PAID"
                   "        NET"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "       SOURCE     REFERENCE DATE          AMOUNT"
                   "  ACTION"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SW-EMPLOYEE-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Release-Period-Payments
               OUTPUT PROCEDURE IS Audit-Employee-Payments.

           PERFORM Read-Pay-Register.
           IF PAYREG-FOR-PERIOD
                   AND WS-PAYHIST-REGULAR-NET NOT = WS-PAYREG-NET
               PERFORM Refuse-Out-Of-Balance
           END-IF.
           IF PAYREG-NOT-FOR-PERIOD
               PERFORM Note-Not-Reconciled
           END-IF.
           IF HOLD-TABLE-FULL
               PERFORM Refuse-Hold-Table-Full
           END-IF.

           IF TRANSFER-FILE-MISSING
               DISPLAY "NO BANKXFER TRANSFER FILE - NOTHING TO RELEASE"
           END-IF.
           IF TRANSFER-FILE-ON-HAND AND RELEASE-ALLOWED
               PERFORM Release-Transfer-File
           END-IF.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE AUDIT-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE AUDIT-REPORT.

           PERFORM Log-Duplicate-Audit.
           IF WS-EMPLOYEES-FLAGGED > 0
               PERFORM Note-Payments-Flagged
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RELEASE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The period is the PAYPCTL period, and only once PAYCALC
      * has paid it - there is nothing to audit before that.
       Find-Audit-Period.
           MOVE 0 TO WS-AUDIT-PERIOD.
           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "NO PAYPCTL - NO PERIOD TO AUDIT:"
                       WS-PAY-PERIOD-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ PAY-PERIOD-CONTROL
               AT END
                   DISPLAY "PAYPCTL EMPTY - NO PERIOD TO AUDIT"
               NOT AT END
                   IF PC-PAID-DATE NUMERIC AND PC-PAID-DATE NOT = 0
                       MOVE PC-PERIOD-END TO WS-AUDIT-PERIOD
                   ELSE
                       DISPLAY "PERIOD " PC-PERIOD-END
                               " NOT YET PAID - NOTHING TO AUDIT"
                   END-IF
           END-READ.
           CLOSE PAY-PERIOD-CONTROL.

      * Everything of the period that pays or says what is owed.
       Release-Period-Payments.
           PERFORM Release-Period-History.
           PERFORM Release-Bank-Transfers.
           PERFORM Release-Offcycle-Transfers.
           PERFORM Release-Period-Checks.

       Release-Period-History.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "NO PAYHIST ON FILE - EVERY PAYMENT IS UNMATCHED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PY-PERIOD-END = WS-AUDIT-PERIOD
                           MOVE PY-EMPLOYEE-NUMBER
                               TO SW-EMPLOYEE-NUMBER
                           MOVE 'H' TO SW-SOURCE
                           IF PY-FINAL-PAY
                               MOVE 'F' TO SW-PAY-RUN
                           ELSE
                               MOVE 'R' TO SW-PAY-RUN
                           END-IF
                           MOVE 0 TO SW-REFERENCE
                           MOVE 0 TO SW-DATE
                           MOVE PY-NET TO SW-AMOUNT
                           RELEASE SORT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY.

      * Net-pay details only - a prenote moves no money. The
      * reference is the detail's place in the file.
       Release-Bank-Transfers.
           SET TRANSFER-FILE-MISSING TO TRUE.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET TRANSFER-FILE-ON-HAND TO TRUE.
           MOVE 0 TO WS-DETAIL-SEQUENCE.
           MOVE 0 TO WS-XFER-RUN-DATE.
           PERFORM UNTIL WS-TRANSFER-FILE-STATUS NOT = "00"
               READ TRANSFER-FILE INTO XFER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Release-One-Transfer
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-FILE.

       Release-One-Transfer.
           IF BX-IS-HEADER
               MOVE BX-HDR-RUN-DATE TO WS-XFER-RUN-DATE
           END-IF.
           IF NOT BX-IS-DETAIL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-SEQUENCE.
           IF BX-DTL-ENTRY-TYPE = 'N' AND BX-DTL-AMOUNT > 0
               ADD 1 TO WS-TRANSFERS-READ
               MOVE BX-DTL-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER
               MOVE 'X' TO SW-SOURCE
               MOVE SPACE TO SW-PAY-RUN
               MOVE WS-DETAIL-SEQUENCE TO SW-REFERENCE
               MOVE WS-XFER-RUN-DATE TO SW-DATE
               MOVE BX-DTL-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-REC
           END-IF.

      * No OFFXFER means no off-cycle transfers this period.
       Release-Offcycle-Transfers.
           OPEN INPUT OFFCYCLE-TRANSFER.
           IF WS-OFFCYCLE-TRANSFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DETAIL-SEQUENCE.
           MOVE 0 TO WS-XFER-RUN-DATE.
           PERFORM UNTIL WS-OFFCYCLE-TRANSFER-STATUS NOT = "00"
               READ OFFCYCLE-TRANSFER INTO XFER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Release-One-Offcycle-Transfer
               END-READ
           END-PERFORM.
           CLOSE OFFCYCLE-TRANSFER.

       Release-One-Offcycle-Transfer.
           IF BX-IS-HEADER
               MOVE BX-HDR-RUN-DATE TO WS-XFER-RUN-DATE
           END-IF.
           IF NOT BX-IS-DETAIL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-SEQUENCE.
           IF BX-DTL-ENTRY-TYPE = 'N' AND BX-DTL-AMOUNT > 0
               ADD 1 TO WS-OFFCYCLE-READ
               MOVE BX-DTL-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER
               MOVE 'O' TO SW-SOURCE
               MOVE SPACE TO SW-PAY-RUN
               MOVE WS-DETAIL-SEQUENCE TO SW-REFERENCE
               MOVE WS-XFER-RUN-DATE TO SW-DATE
               MOVE BX-DTL-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-REC
           END-IF.

      * Paychecks issued for the period and not void - a voided
      * check and its CHKMAINT replacement are one payment, and a
      * REMITRUN remittance check pays a payee, not an employee.
       Release-Period-Checks.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "NO CHECKREG ON FILE - NO CHECKS AUDITED:"
                       WS-CHECK-REGISTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHECK-REGISTER-STATUS NOT = "00"
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Release-One-Check
               END-READ
           END-PERFORM.
           CLOSE CHECK-REGISTER.

       Release-One-Check.
           IF NOT CK-CHECK-IS-ISSUED OR CK-EMPLOYEE-NUMBER = 0
               EXIT PARAGRAPH
           END-IF.
           IF CK-PAY-PERIOD NOT NUMERIC
                   OR CK-PAY-PERIOD NOT = WS-AUDIT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF CK-PAYEE-NUMBER NUMERIC AND CK-PAYEE-NUMBER > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECKS-READ.
           MOVE CK-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE 'C' TO SW-SOURCE.
           MOVE SPACE TO SW-PAY-RUN.
           MOVE CK-CHECK-NUMBER TO SW-REFERENCE.
           MOVE CK-ISSUE-DATE TO SW-DATE.
           MOVE CK-AMOUNT TO SW-AMOUNT.
           RELEASE SORT-WORK-REC.

       Audit-Employee-Payments.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Gather-One-Entry
               END-RETURN
           END-PERFORM.
           IF EMPLOYEE-GROUP-OPEN
               PERFORM Close-Employee-Group
           END-IF.

      * A PAYCALC rerun leaves the period on PAYHIST twice; the
      * last regular pay is the one PAYREG printed. Each FINALPAY
      * final pay is a pay of its own.
       Gather-One-Entry.
           IF NOT EMPLOYEE-GROUP-OPEN
                   OR SW-EMPLOYEE-NUMBER NOT = WS-GROUP-EMPLOYEE
               IF EMPLOYEE-GROUP-OPEN
                   PERFORM Close-Employee-Group
               END-IF
               PERFORM Open-Employee-Group
           END-IF.
           IF SW-FROM-HISTORY
               IF SW-FINAL-PAY
                   ADD 1 TO WS-FINAL-PAYS
                   ADD SW-AMOUNT TO WS-FINAL-NET
               ELSE
                   SET REGULAR-PAY-FOUND TO TRUE
                   MOVE SW-AMOUNT TO WS-REGULAR-NET
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD SW-AMOUNT TO WS-PAID-AMOUNT.
           IF WS-PAYMENT-COUNT NOT > 20
               MOVE SW-SOURCE    TO WS-PAY-SOURCE(WS-PAYMENT-COUNT)
               MOVE SW-REFERENCE TO WS-PAY-REFERENCE(WS-PAYMENT-COUNT)
               MOVE SW-DATE      TO WS-PAY-DATE(WS-PAYMENT-COUNT)
               MOVE SW-AMOUNT    TO WS-PAY-AMOUNT(WS-PAYMENT-COUNT)
           END-IF.

       Open-Employee-Group.
           SET EMPLOYEE-GROUP-OPEN TO TRUE.
           MOVE SW-EMPLOYEE-NUMBER TO WS-GROUP-EMPLOYEE.
           SET REGULAR-PAY-MISSING TO TRUE.
           MOVE 0 TO WS-REGULAR-NET.
           MOVE 0 TO WS-FINAL-PAYS.
           MOVE 0 TO WS-FINAL-NET.
           MOVE 0 TO WS-PAYMENT-COUNT.
           MOVE 0 TO WS-PAID-AMOUNT.

      * Paid more times than PAYHIST pays them, paid with nothing
      * on PAYHIST, or paid other than the PAYHIST net - flagged.
      * Owed but not paid here is PAYACCT's credit, or no pay.
       Close-Employee-Group.
           MOVE WS-FINAL-PAYS TO WS-PAYHIST-PAYS.
           MOVE WS-FINAL-NET TO WS-PAYHIST-NET.
           IF REGULAR-PAY-FOUND
               ADD 1 TO WS-PAYHIST-PAYS
               ADD WS-REGULAR-NET TO WS-PAYHIST-NET
               ADD WS-REGULAR-NET TO WS-PAYHIST-REGULAR-NET
           END-IF.
           IF WS-PAYMENT-COUNT = 0
               ADD 1 TO WS-HISTORY-NOT-PAID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMPLOYEES-PAID.
           EVALUATE TRUE
               WHEN WS-PAYHIST-PAYS = 0
                   MOVE "NO PAYHIST" TO WS-FINDING
                   ADD 1 TO WS-NO-HISTORY-FLAGS
               WHEN WS-PAYMENT-COUNT > WS-PAYHIST-PAYS
                   MOVE "DUPLICATE" TO WS-FINDING
                   ADD 1 TO WS-DUPLICATE-FLAGS
               WHEN WS-PAID-AMOUNT NOT = WS-PAYHIST-NET
                   MOVE "AMOUNT" TO WS-FINDING
                   ADD 1 TO WS-AMOUNT-FLAGS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-EMPLOYEES-FLAGGED.
           PERFORM Hold-Employee-Transfers.
           PERFORM Write-Flagged-Employee.

      * A table too small to hold every flagged employee cannot
      * prove a transfer clean - the release is refused below.
       Hold-Employee-Transfers.
           IF WS-HOLD-COUNT >= 500
               SET HOLD-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-GROUP-EMPLOYEE TO WS-HOLD-EMPLOYEE(WS-HOLD-COUNT).

       Write-Flagged-Employee.
           MOVE WS-PAYMENT-COUNT TO WS-SHORT-COUNT.
           MOVE WS-PAYHIST-PAYS TO WS-SHORT-COUNT-2.
           MOVE WS-PAID-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE WS-PAYHIST-NET TO WS-EDITED-NET.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-GROUP-EMPLOYEE " " WS-FINDING
                   "     " WS-SHORT-COUNT
                   "     " WS-SHORT-COUNT-2
                   " " WS-EDITED-AMOUNT
                   " " WS-EDITED-NET
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-PAYMENT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PAYMENT-SUBSCRIPT > WS-PAYMENT-COUNT
                      OR WS-PAYMENT-SUBSCRIPT > 20
               PERFORM Write-Flagged-Payment
           END-PERFORM.
           IF WS-PAYMENT-COUNT > 20
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "       ... FURTHER PAYMENTS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

      * What happens to each payment of a flagged employee: a
      * transfer not yet sent is held; a check is pulled before
      * it is handed out, or voided; an off-cycle transfer has
      * already gone and must be recovered.
       Write-Flagged-Payment.
           EVALUATE WS-PAY-SOURCE(WS-PAYMENT-SUBSCRIPT)
               WHEN 'X'
                   MOVE "TRANSFER" TO WS-SOURCE-LABEL
                   MOVE "HELD ON DUPHOLD" TO WS-ACTION-LABEL
               WHEN 'O'
                   MOVE "OFF-CYCLE" TO WS-SOURCE-LABEL
                   MOVE "SENT OFF-CYCLE - RECOVER" TO WS-ACTION-LABEL
                   ADD 1 TO WS-OFFCYCLE-TO-RECOVER
               WHEN OTHER
                   MOVE "CHECK" TO WS-SOURCE-LABEL
                   MOVE "PULL OR VOID ON CHKMAINT" TO WS-ACTION-LABEL
                   ADD 1 TO WS-CHECKS-TO-PULL
           END-EVALUATE.
           MOVE WS-PAY-AMOUNT(WS-PAYMENT-SUBSCRIPT)
               TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "       " WS-SOURCE-LABEL
                   " " WS-PAY-REFERENCE(WS-PAYMENT-SUBSCRIPT)
                   "    " WS-PAY-DATE(WS-PAYMENT-SUBSCRIPT)
                   " " WS-EDITED-AMOUNT
                   "  " WS-ACTION-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * PAYREG belongs to the period only when its title line
      * says so; its TOTAL NET PAY amount de-edits back to a
      * number through the same picture PAYCALC printed it with.
       Read-Pay-Register.
           SET PAYREG-NOT-FOR-PERIOD TO TRUE.
           OPEN INPUT PAY-REGISTER.
           IF WS-PAY-REGISTER-STATUS NOT = "00"
               DISPLAY "NO PAYREG ON FILE:" WS-PAY-REGISTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ PAY-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   IF PAY-REGISTER-LINE(42:11) = "PERIOD END:"
                       AND PAY-REGISTER-LINE(53:8) NUMERIC
                       MOVE PAY-REGISTER-LINE(53:8)
                           TO WS-PAYREG-PERIOD
                   END-IF
           END-READ.
           PERFORM UNTIL WS-PAY-REGISTER-STATUS NOT = "00"
               READ PAY-REGISTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAY-REGISTER-LINE(1:17) = "TOTAL NET PAY:   "
                           MOVE PAY-REGISTER-LINE(18:14)
                               TO WS-PAYREG-EDITED
                           MOVE WS-PAYREG-EDITED
                               TO WS-PAYREG-NET
                           SET PAYREG-TOTAL-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-REGISTER.
           IF WS-PAYREG-PERIOD = WS-AUDIT-PERIOD
                   AND PAYREG-TOTAL-FOUND
               SET PAYREG-FOR-PERIOD TO TRUE
           END-IF.

       Refuse-Out-Of-Balance.
           SET RELEASE-REFUSED TO TRUE.
           MOVE WS-PAYHIST-REGULAR-NET TO WS-EDITED-TOTAL.
           DISPLAY "PAYHIST NET: " WS-EDITED-TOTAL.
           MOVE WS-PAYREG-NET TO WS-EDITED-TOTAL.
           DISPLAY "PAYREG NET:  " WS-EDITED-TOTAL.
           DISPLAY "OUT OF BALANCE WITH PAYREG - NOTHING RELEASED".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P031" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "PAYDUPS" TO EX-PROGRAM-ID.
           STRING "PAYHIST NET NOT PAYREG NET - PERIOD "
                   WS-AUDIT-PERIOD " NOT RELEASED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Note-Not-Reconciled.
           DISPLAY "PAYREG IS NOT FOR PERIOD " WS-AUDIT-PERIOD
                   " - NET NOT RECONCILED".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P031" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYDUPS" TO EX-PROGRAM-ID.
           STRING "NO PAYREG FOR PERIOD " WS-AUDIT-PERIOD
                   " - AUDITED UNRECONCILED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Refuse-Hold-Table-Full.
           SET RELEASE-REFUSED TO TRUE.
           DISPLAY "MORE THAN 500 EMPLOYEES FLAGGED - NOTHING RELEASED".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P031" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "PAYDUPS" TO EX-PROGRAM-ID.
           STRING "OVER 500 EMPLOYEES FLAGGED - PERIOD "
                   WS-AUDIT-PERIOD " NOT RELEASED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * BANKXFER again, detail by detail: a flagged employee's
      * net-pay transfer goes to DUPHOLD, everything else -
      * prenotes included - to BANKREL. Each file gets the
      * original header and a trailer of its own to balance to.
       Release-Transfer-File.
           OPEN INPUT TRANSFER-FILE.
           OPEN OUTPUT RELEASE-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM UNTIL WS-TRANSFER-FILE-STATUS NOT = "00"
               READ TRANSFER-FILE INTO XFER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Route-One-Transfer-Record
               END-READ
           END-PERFORM.

           MOVE SPACES TO XFER-RECORD.
           MOVE 'T' TO BX-RECORD-TYPE.
           MOVE WS-DETAILS-RELEASED TO BX-TRL-RECORD-COUNT.
           MOVE WS-AMOUNT-RELEASED TO BX-TRL-TOTAL-AMOUNT.
           WRITE RELEASE-FILE-REC FROM XFER-RECORD.
           MOVE WS-DETAILS-HELD TO BX-TRL-RECORD-COUNT.
           MOVE WS-AMOUNT-HELD TO BX-TRL-TOTAL-AMOUNT.
           WRITE HOLD-FILE-REC FROM XFER-RECORD.

           CLOSE HOLD-FILE.
           CLOSE RELEASE-FILE.
           CLOSE TRANSFER-FILE.

       Route-One-Transfer-Record.
           EVALUATE TRUE
               WHEN BX-IS-HEADER
                   WRITE RELEASE-FILE-REC FROM XFER-RECORD
                   WRITE HOLD-FILE-REC FROM XFER-RECORD
               WHEN BX-IS-DETAIL
                   PERFORM Check-Employee-Held
                   IF EMPLOYEE-IS-HELD AND BX-DTL-ENTRY-TYPE = 'N'
                       WRITE HOLD-FILE-REC FROM XFER-RECORD
                       ADD 1 TO WS-DETAILS-HELD
                       ADD BX-DTL-AMOUNT TO WS-AMOUNT-HELD
                   ELSE
                       WRITE RELEASE-FILE-REC FROM XFER-RECORD
                       ADD 1 TO WS-DETAILS-RELEASED
                       ADD BX-DTL-AMOUNT TO WS-AMOUNT-RELEASED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Check-Employee-Held.
           SET EMPLOYEE-NOT-HELD TO TRUE.
           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WS-HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOLD-EMPLOYEE(HOLD-INDEX)
                       = BX-DTL-EMPLOYEE-NUMBER
                   SET EMPLOYEE-IS-HELD TO TRUE
           END-SEARCH.

       Write-Report-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TRANSFERS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "BANKXFER TRANSFERS:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-OFFCYCLE-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OFF-CYCLE TRANSFERS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CHECKS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CHECKS ISSUED:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-EMPLOYEES-PAID TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES PAID:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-HISTORY-NOT-PAID TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ON PAYHIST, NOT PAID:    " WS-COUNT-DISPLAY
                   "  (PAYACCT CREDIT OR NO PAY)"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-DUPLICATE-FLAGS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAID MORE THAN ONCE:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-NO-HISTORY-FLAGS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAID, NOT ON PAYHIST:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-AMOUNT-FLAGS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAID OTHER THAN NET:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CHECKS-TO-PULL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CHECKS TO PULL OR VOID:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-OFFCYCLE-TO-RECOVER TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OFF-CYCLE TO RECOVER:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-PAYHIST-REGULAR-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAYHIST REGULAR NET:  " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF PAYREG-FOR-PERIOD
               MOVE WS-PAYREG-NET TO WS-EDITED-TOTAL
               IF WS-PAYREG-NET = WS-PAYHIST-REGULAR-NET
                   STRING "PAYREG TOTAL NET PAY: " WS-EDITED-TOTAL
                           "  IN BALANCE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   STRING "PAYREG TOTAL NET PAY: " WS-EDITED-TOTAL
                           "  OUT OF BALANCE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
           ELSE
               STRING "PAYREG TOTAL NET PAY:   NO PAYREG FOR PERIOD"
                       " - NOT RECONCILED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN RELEASE-REFUSED
                   STRING "NOTHING RELEASED - BANKXFER HELD WHOLE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN TRANSFER-FILE-MISSING
                   STRING "NO BANKXFER - NOTHING TO RELEASE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-DETAILS-RELEASED TO WS-COUNT-DISPLAY
                   MOVE WS-AMOUNT-RELEASED TO WS-EDITED-TOTAL
                   STRING "RELEASED ON BANKREL:     " WS-COUNT-DISPLAY
                           "  AMOUNT:" WS-EDITED-TOTAL
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
                   DISPLAY WS-DETAIL-LINE
                   MOVE WS-DETAILS-HELD TO WS-COUNT-DISPLAY
                   MOVE WS-AMOUNT-HELD TO WS-EDITED-TOTAL
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "HELD ON DUPHOLD:         " WS-COUNT-DISPLAY
                           "  AMOUNT:" WS-EDITED-TOTAL
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Note-Payments-Flagged.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P030" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYDUPS" TO EX-PROGRAM-ID.
           MOVE WS-EMPLOYEES-FLAGGED TO WS-COUNT-DISPLAY.
           STRING "PAYMENTS FLAGGED:" WS-COUNT-DISPLAY
                   " - PERIOD " WS-AUDIT-PERIOD " TRANSFERS HELD"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The audit lands on the ACTLOG trail, keyed by period.
       Log-Duplicate-Audit.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "PAYDUPS" TO AL-PROGRAM-ID.
           MOVE "DUPAUDIT" TO AL-ACTION-CODE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-AUDIT-PERIOD TO AL-KEY-VALUE(1:8).
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE AUDIT-REPORT-LINE FROM RP-HEADING-1
               WRITE AUDIT-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.
