       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACCT.
      * Payroll-to-account credit run, the internal counterpart of
      * DDEPOSIT: every PAYMAST employee whose BANKMAST pay route
      * is A has net pay credited straight to the account EMPXREF
      * pairs them with, instead of going out to an external bank
      * or onto a check. The credits are written as a balanced
      * ACCTTRAN batch (copybooks/ACCT-TRAN-REC.cpy) on PAYBATCH -
      * header, one 'P' payroll detail per employee, trailer with
      * the count and amount hash - for ACCTPOST to post like any
      * other credit; the statement shows each one as PAYROLL.
      * The net is PAYCALC's own figure from PAYCUR, the same net
      * the PAYREG register prints, and the run proves the batch
      * against it: the batch total plus whatever had to be paid
      * by check instead must equal the PAYREG net of the routed
      * employees, or the run ends RC=8 and the batch must not be
      * posted. An employee whose account has left the master or
      * can no longer take a credit (closed, escheated, dormant,
      * or turned into an installment loan) is not credited: the
      * route is suspended on BANKMAST so CHECKPRT pays by check
      * this period, the diversion is logged, and the run ends
      * RC=4. A held account still takes
      * the credit - pay is exactly the cure a hold waits for.
      * With the OFFCYCLE card on OFFCCTL the run credits only the
      * final pays FINALPAY wrote to the PAYCUR it is given; the
      * regular run passes over leavers whose final pay is
      * already issued.
      * PACCTL card (optional): pos 1-8 the batch date (default
      * the run date), pos 9-12 the batch number (default 8000 -
      * the payroll credits keep the 8000s, clear of hand-keyed
      * batches and SOGEN's 9000s on ACCTPOST's posted-batch
      * register).
      * Net pay is home currency, and each credit says so (USD),
      * so ACCTPOST converts it into a foreign-currency account's
      * own currency at the day's rate.
      * No regular period is credited until its PAYVARN pay
      * variance review has run and PAYVCLR has cleared or
      * overridden every flag it raised - the CALLed PAYVARW says
      * so, and otherwise the run is refused, RC=8. Off-cycle
      * final pays are not part of that review.
      * An employee PAYCALC held for the whole period - on leave
      * or suspended, by EMPSTAT through the CALLed EMPSTATW - is
      * not on PAYCUR; nothing is credited, and the register
      * counts the held pay instead of logging it as an exception.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-CONTROL ASSIGN TO "PACCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-CONTROL-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-MASTER-STATUS.

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT CREDIT-BATCH ASSIGN TO "Cobol/data/PAYBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-BATCH-STATUS.

           SELECT CREDIT-REGISTER ASSIGN TO "Cobol/data/PACCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-REGISTER-STATUS.

      * OFFCYCLE card: final pays only, off the FINALPAY PAYCUR.
           SELECT OFFCYCLE-CONTROL ASSIGN TO "OFFCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-CONTROL.
       01 CREDIT-CONTROL-REC.
           05 CC-BATCH-DATE           PIC 9(8).
           05 CC-BATCH-NUMBER         PIC 9(4).

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  CREDIT-BATCH.
       01 CREDIT-BATCH-REC            PIC X(41).

       FD  CREDIT-REGISTER.
       01 CREDIT-REGISTER-LINE        PIC X(80).

       FD  OFFCYCLE-CONTROL.
       01 OFFCYCLE-CONTROL-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CREDIT-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-CREDIT-BATCH-STATUS      PIC XX VALUE "00".
       01 WS-CREDIT-REGISTER-STATUS   PIC XX VALUE "00".
       01 WS-OFFCYCLE-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-RUN-MODE-SWITCH          PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN                VALUE 'Y'.
           88 REGULAR-RUN                  VALUE 'N'.
       01 WS-CURRENT-PAY-SWITCH       PIC X VALUE 'N'.
           88 PAY-WAS-CALCULATED           VALUE 'Y'.
           88 PAY-NOT-CALCULATED           VALUE 'N'.
       01 WS-PAY-HELD-SWITCH          PIC X VALUE 'N'.
           88 PAY-IS-HELD                  VALUE 'Y'.
           88 PAY-NOT-HELD                 VALUE 'N'.
       01 WS-PAY-PERIOD-END           PIC 9(8) VALUE 0.

           COPY ACCT-TRAN-REC.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-BATCH-DATE               PIC 9(8) VALUE 0.
       01 WS-BATCH-NUMBER             PIC 9(4) VALUE 8000.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-NET-PAY                  PIC S9(5)V99 VALUE 0.
       01 WS-CREDIT-SSN               PIC 9(9) VALUE 0.
       01 WS-DIVERT-REASON            PIC X(30) VALUE SPACES.

      * The proof: what the routed employees net on PAYREG must
      * equal what the batch credits plus what went to check.
       01 WS-ROUTED-EMPLOYEES         PIC 9(6) VALUE 0.
       01 WS-ROUTED-NET               PIC 9(9)V99 VALUE 0.
       01 WS-CREDITS-WRITTEN          PIC 9(6) VALUE 0.
       01 WS-BATCH-AMOUNT-HASH        PIC 9(9)V99 VALUE 0.
       01 WS-DIVERTED-COUNT           PIC 9(6) VALUE 0.
       01 WS-DIVERTED-NET             PIC 9(9)V99 VALUE 0.
       01 WS-NOT-PAID-COUNT           PIC 9(6) VALUE 0.
       01 WS-PAYS-HELD                PIC 9(6) VALUE 0.
       01 WS-PROVEN-TOTAL             PIC 9(9)V99 VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

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
           MOVE "PAYACCT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Offcycle-Control.
           PERFORM Read-Credit-Control.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               DISPLAY "PAY MASTER NOT AVAILABLE:"
                       WS-PAY-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BANK-MASTER.
           IF WS-BANK-MASTER-STATUS NOT = "00"
               DISPLAY "BANK MASTER NOT AVAILABLE:"
                       WS-BANK-MASTER-STATUS
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * No PAYCUR means PAYCALC has not priced this period - a
      * credit made from anything else could disagree with the
      * register.
           OPEN INPUT PAY-CURRENT.
           IF WS-PAY-CURRENT-STATUS NOT = "00"
               DISPLAY "NO PAYCUR CURRENT PAY - RUN PAYCALC FIRST:"
                       WS-PAY-CURRENT-STATUS
               CLOSE BANK-MASTER
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REGULAR-RUN
               PERFORM Check-Variance-Review
               IF VQ-RESULT-SWITCH NOT = 'Y'
                   CLOSE PAY-CURRENT
                   CLOSE BANK-MASTER
                   CLOSE PAY-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS NOT = "00"
               DISPLAY "EMPXREF CROSS-REFERENCE NOT AVAILABLE:"
                       WS-XREF-MASTER-STATUS
               CLOSE PAY-CURRENT
               CLOSE BANK-MASTER
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE XREF-MASTER
               CLOSE PAY-CURRENT
               CLOSE BANK-MASTER
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CREDIT-BATCH.
           OPEN OUTPUT CREDIT-REGISTER.
           MOVE "PAYROLL ACCOUNT CREDIT REGISTER" TO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM Write-Batch-Header.

           PERFORM UNTIL WS-PAY-MASTER-STATUS NOT = "00"
               READ PAY-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Credit-One-Employee
               END-READ
           END-PERFORM.

           PERFORM Write-Batch-Trailer.
           PERFORM Write-Register-Totals.
           PERFORM Prove-Against-Register.
           CLOSE CREDIT-REGISTER.
           CLOSE CREDIT-BATCH.
           CLOSE ACCOUNT-MASTER.
           CLOSE XREF-MASTER.
           CLOSE PAY-CURRENT.
           CLOSE BANK-MASTER.
           CLOSE PAY-MASTER.

           IF RETURN-CODE = 0
               AND (WS-DIVERTED-COUNT > 0 OR WS-NOT-PAID-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

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
           MOVE "PAYACCT" TO EX-PROGRAM-ID.
           IF VQ-RESULT-SWITCH = 'N'
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                       " - RUN REFUSED"
               STRING "CREDITS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                   DELIMITED BY SIZE INTO EX-MESSAGE
           ELSE
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE REVIEW NOT RUN - RUN REFUSED"
               STRING "CREDITS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO EX-MESSAGE
           END-IF.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * A card date that is not a real date is refused to the
      * run date rather than dating the batch wrongly.
       Read-Credit-Control.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           OPEN INPUT CREDIT-CONTROL.
           IF WS-CREDIT-CONTROL-STATUS = "00"
               READ CREDIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Control-Card
               END-READ
               CLOSE CREDIT-CONTROL
           END-IF.
           DISPLAY "PAYROLL CREDITS BATCH DATE:" WS-BATCH-DATE
                   " BATCH:" WS-BATCH-NUMBER.

       Take-Control-Card.
           IF CC-BATCH-DATE NUMERIC AND CC-BATCH-DATE NOT = 0
               CALL "DATECHK" USING CC-BATCH-DATE WS-DATE-RESULT
               IF WS-DATE-RESULT = 'N'
                   DISPLAY "PACCTL DATE INVALID - RUN DATE USED:"
                           CC-BATCH-DATE
               ELSE
                   MOVE CC-BATCH-DATE TO WS-BATCH-DATE
               END-IF
           END-IF.
           IF CC-BATCH-NUMBER NUMERIC AND CC-BATCH-NUMBER NOT = 0
               MOVE CC-BATCH-NUMBER TO WS-BATCH-NUMBER
           END-IF.

       Write-Batch-Header.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-HEADER TO TRUE.
           MOVE WS-BATCH-DATE   TO PT-HDR-BATCH-DATE.
           MOVE WS-BATCH-NUMBER TO PT-HDR-BATCH-NUMBER.
           WRITE CREDIT-BATCH-REC FROM TRAN-RECORD.

       Write-Batch-Trailer.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-TRAILER TO TRUE.
           MOVE WS-CREDITS-WRITTEN   TO PT-TRL-RECORD-COUNT.
           MOVE WS-BATCH-AMOUNT-HASH TO PT-TRL-AMOUNT-HASH.
           WRITE CREDIT-BATCH-REC FROM TRAN-RECORD.

      * Only live own-account routes are credited; a suspended
      * route is CHECKPRT's, and a bank route is DDEPOSIT's.
       Credit-One-Employee.
           IF OFF-CYCLE-RUN
               PERFORM Compute-Net-Pay
               IF PAY-NOT-CALCULATED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PM-FINAL-PAY-DATE NUMERIC
                   AND PM-FINAL-PAY-DATE > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER.
           READ BANK-MASTER
               KEY IS BN-EMPLOYEE-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT BN-ROUTE-TO-ACCOUNT
               OR NOT BN-DETAILS-ARE-LIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM Compute-Net-Pay.
           SET PAY-NOT-HELD TO TRUE.
           IF PAY-NOT-CALCULATED
               PERFORM Check-Pay-Held
           END-IF.
           IF PAY-IS-HELD
               PERFORM Note-Pay-Held
               EXIT PARAGRAPH
           END-IF.
           IF WS-NET-PAY NOT > 0
               PERFORM Note-Net-Not-Positive
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROUTED-EMPLOYEES.
           ADD WS-NET-PAY TO WS-ROUTED-NET.
           PERFORM Find-Credit-Account.
           IF WS-DIVERT-REASON = SPACES
               PERFORM Write-Credit-Detail
           ELSE
               PERFORM Divert-To-Check
           END-IF.

      * PAYCALC's own net for the period, by key - the credit
      * must never disagree with the register. An employee PAYCALC
      * did not pay nets zero and is refused above, unless its
      * pay was held.
       Compute-Net-Pay.
           SET PAY-NOT-CALCULATED TO TRUE.
           MOVE 0 TO WS-NET-PAY.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           READ PAY-CURRENT
               KEY IS PY-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAY-WAS-CALCULATED TO TRUE
                   MOVE PY-NET TO WS-NET-PAY
           END-READ.

       Find-Credit-Account.
           MOVE SPACES TO WS-DIVERT-REASON.
           MOVE 0 TO WS-CREDIT-SSN.
           MOVE PM-EMPLOYEE-NUMBER TO XR-EMPLOYEE-NUMBER.
           READ XREF-MASTER
               KEY IS XR-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NO ACCOUNT ON CROSS-REFERENCE"
                       TO WS-DIVERT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE XR-ACCT-SSN TO WS-CREDIT-SSN.
           MOVE XR-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-DIVERT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-IS-CLOSED
                           MOVE "ACCOUNT IS CLOSED"
                               TO WS-DIVERT-REASON
                       WHEN AM-ACCOUNT-IS-ESCHEATED
                           MOVE "ACCOUNT ESCHEATED"
                               TO WS-DIVERT-REASON
                       WHEN AM-ACCOUNT-IS-DORMANT
                           MOVE "ACCOUNT DORMANT"
                               TO WS-DIVERT-REASON
                       WHEN AM-ACCOUNT-IS-LOAN
                           MOVE "ACCOUNT IS A LOAN"
                               TO WS-DIVERT-REASON
                   END-EVALUATE
           END-READ.

       Write-Credit-Detail.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-DETAIL TO TRUE.
           MOVE WS-CREDIT-SSN TO PT-ACCT-SSN.
           MOVE 'P'           TO PT-TRAN-CODE.
           MOVE WS-NET-PAY    TO PT-AMOUNT.
           MOVE 0             TO PT-ORIG-DATE.
           MOVE 0             TO PT-TARGET-SSN.
           MOVE "USD"         TO PT-CURRENCY-CODE.
           MOVE SPACE         TO PT-CASH-FLAG.
           WRITE CREDIT-BATCH-REC FROM TRAN-RECORD.
           ADD 1 TO WS-CREDITS-WRITTEN.
           ADD WS-NET-PAY TO WS-BATCH-AMOUNT-HASH.
           MOVE WS-CREDIT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE WS-NET-PAY TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CREDITED " PM-EMPLOYEE-NUMBER
                   " " WS-MASKED-SSN
                   " AMT:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The route suspends the way DDRETURN suspends bounced bank
      * details: CHECKPRT pays by check until BANKMNT re-keys the
      * route, so the employee is paid this period either way.
       Divert-To-Check.
           ADD 1 TO WS-DIVERTED-COUNT.
           ADD WS-NET-PAY TO WS-DIVERTED-NET.
           MOVE 'S' TO BN-PRENOTE-STATUS.
           REWRITE BANK-MASTER-REC.
           MOVE WS-NET-PAY TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TO CHECK " PM-EMPLOYEE-NUMBER
                   " AMT:" WS-EDITED-AMOUNT
                   " " WS-DIVERT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P021" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYACCT" TO EX-PROGRAM-ID.
           STRING "PAY ROUTE SUSPENDED - EMPLOYEE:" PM-EMPLOYEE-NUMBER
                   " " WS-DIVERT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Note-Net-Not-Positive.
           ADD 1 TO WS-NOT-PAID-COUNT.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P021" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "PAYACCT" TO EX-PROGRAM-ID.
           STRING "NET NOT POSITIVE - NO CREDIT - EMPLOYEE:"
                   PM-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * PAYCALC writes no PAYCUR record for an employee on leave
      * or suspended from before the period began - that pay is
      * held, not missing, and nothing is owed. An absence that
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

      * Held pay is on no PAYREG line, so it stays out of the
      * routed employees and the proof.
       Note-Pay-Held.
           ADD 1 TO WS-PAYS-HELD.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "HELD     " PM-EMPLOYEE-NUMBER
                   " PAY HELD - ON LEAVE/SUSPENDED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The batch is only fit to post when every routed dollar on
      * PAYREG is either in it or on its way by check.
       Prove-Against-Register.
           COMPUTE WS-PROVEN-TOTAL =
               WS-BATCH-AMOUNT-HASH + WS-DIVERTED-NET.
           MOVE WS-ROUTED-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF WS-PROVEN-TOTAL = WS-ROUTED-NET
               STRING "BATCH BALANCES TO PAYREG NET:" WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "BATCH OUT OF BALANCE - PAYREG NET:"
                       WS-EDITED-TOTAL " - DO NOT POST"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               MOVE SPACES TO EX-MESSAGE
               MOVE "P021" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "PAYACCT" TO EX-PROGRAM-ID
               STRING "PAYROLL CREDIT BATCH OUT OF BALANCE - "
                       WS-BATCH-DATE "/" WS-BATCH-NUMBER
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-ROUTED-EMPLOYEES TO WS-COUNT-DISPLAY.
           MOVE WS-ROUTED-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ROUTED EMPLOYEES:   " WS-COUNT-DISPLAY
                   "  PAYREG NET:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CREDITS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE WS-BATCH-AMOUNT-HASH TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CREDITS IN BATCH:   " WS-COUNT-DISPLAY
                   "  AMOUNT:    " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-DIVERTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-DIVERTED-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DIVERTED TO CHECK:  " WS-COUNT-DISPLAY
                   "  AMOUNT:    " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-NOT-PAID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NET NOT POSITIVE:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-PAYS-HELD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAY HELD:           " WS-COUNT-DISPLAY
                   "  (ON LEAVE/SUSPENDED)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
