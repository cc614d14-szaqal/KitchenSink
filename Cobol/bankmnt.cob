      * rejected. Every Add or Change lands in prenote status with
      * today's keyed date - newly keyed details must survive one
      * DDEPOSIT prenote cycle before live money moves on them.
      * The pay route on each Add or Change chooses where net pay
      * goes: B (or blank) to the external bank as before, A to
      * the employee's own account with us. An A route needs no
      * bank details and no prenote - the employee must have an
      * EMPXREF account and that account must be on ACCTMAST and
      * able to take a credit - an installment loan cannot take
      * pay - and the details go live at once for PAYACCT to
      * credit.
      * A bank account number is filed on BANKMAST as its TOKVAULT
      * token (the CALLed TOKENW service), never in clear; only
      * DDEPOSIT turns it back for the bank-bound BANKXFER file.
      * A vault that cannot take it refuses the transaction.
      * Each applied transaction is written to the ACTLOG trail
      * (BANKADD/BANKCHG/BANKDEL, keyed by employee) for the
      * SODSCAN segregation-of-duties analysis, and an operator
      * who today did the other half of a preventive SODRULE
      * pair is refused by the CALLed SODCHKW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

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

           SELECT BANK-MAINT-REGISTER ASSIGN TO
               "Cobol/data/BNKMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      *   Pos  2- 7  BT-EMPLOYEE-NUMBER 9(6)
      *   Pos  8-16  BT-ROUTING-NUMBER  9(9)
      *   Pos 17-26  BT-ACCOUNT-NUMBER  X(10)
      *   Pos 27     BT-PAY-ROUTE       X     B or blank=bank
      *                                       A=own ACCTMAST account
       01 BANK-TRANSACTION-REC.
           05 BT-TRAN-CODE            PIC X.
               88 BT-TRAN-IS-ADD           VALUE 'A'.
           05 BT-EMPLOYEE-NUMBER      PIC 9(6).
           05 BT-ROUTING-NUMBER       PIC 9(9).
           05 BT-ACCOUNT-NUMBER       PIC X(10).
           05 BT-PAY-ROUTE            PIC X.
               88 BT-ROUTE-TO-BANK         VALUE 'B' SPACE.
               88 BT-ROUTE-TO-ACCOUNT      VALUE 'A'.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  BANK-MAINT-REGISTER.
       01 BANK-MAINT-REGISTER-LINE    PIC X(80).

       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-BANK-MAINT-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNTS-SWITCH          PIC X VALUE 'N'.
           88 ACCOUNTS-ON-FILE             VALUE 'Y'.
           88 ACCOUNTS-NOT-ON-FILE         VALUE 'N'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
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

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "BANKMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
               GOBACK
           END-IF.

           PERFORM Check-Duty-Conflicts.
           IF DC-RESULT-SWITCH = 'N'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BANK-MAINT-REGISTER.
           PERFORM Open-Bank-Master.
           OPEN INPUT EMPLOYEE-MASTER.
      * The account side is only needed for an A route; without
      * both files every A route refuses.
           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS = "00"
               OPEN INPUT ACCOUNT-MASTER
               IF WS-ACCOUNT-MASTER-STATUS = "00"
                   SET ACCOUNTS-ON-FILE TO TRUE
               ELSE
                   CLOSE XREF-MASTER
               END-IF
           END-IF.

           OPEN INPUT BANK-TRANSACTIONS.
           IF WS-BANK-TRANSACTIONS-STATUS = "00"
                       WS-BANK-TRANSACTIONS-STATUS
           END-IF.

           IF ACCOUNTS-ON-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE XREF-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE BANK-MASTER.
           PERFORM Write-Register-Totals.

       Apply-Bank-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BT-ROUTE-TO-ACCOUNT
               AND NOT BT-TRAN-IS-DELETE
               PERFORM Check-Account-Route
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Bank-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NOT BT-ROUTE-TO-BANK
               AND NOT BT-ROUTE-TO-ACCOUNT
               AND NOT BT-TRAN-IS-DELETE
               MOVE "INVALID PAY ROUTE" TO WS-REJECT-REASON
               PERFORM Reject-Bank-Transaction
               EXIT PARAGRAPH
           END-IF.
           IF BT-ROUTE-TO-BANK
               AND NOT BT-TRAN-IS-DELETE
               PERFORM Tokenize-Bank-Account
               IF TK-RESULT-SWITCH NOT = 'Y'
                   MOVE "TOKEN VAULT UNAVAILABLE" TO WS-REJECT-REASON
                   PERFORM Reject-Bank-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN BT-TRAN-IS-ADD
                   PERFORM Apply-Bank-Add
                   PERFORM Reject-Bank-Transaction
               NOT INVALID KEY
                   MOVE BT-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER
                   PERFORM Set-Route-Details
                   WRITE BANK-MASTER-REC
                       INVALID KEY
                           MOVE "BANK DETAILS ALREADY ON FILE"
                   MOVE "BANK DETAILS NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Bank-Transaction
               NOT INVALID KEY
                   PERFORM Set-Route-Details
                   REWRITE BANK-MASTER-REC
                   PERFORM Register-Applied-Transaction
           END-READ.

      * Bank details enter prenote; an own-account route carries no
      * bank details and is live at once.
       Set-Route-Details.
           MOVE WS-RUN-DATE TO BN-KEYED-DATE.
           IF BT-ROUTE-TO-ACCOUNT
               MOVE 0      TO BN-ROUTING-NUMBER
               MOVE SPACES TO BN-ACCOUNT-NUMBER
               MOVE 'L'    TO BN-PRENOTE-STATUS
               MOVE 'A'    TO BN-PAY-ROUTE
           ELSE
               MOVE BT-ROUTING-NUMBER TO BN-ROUTING-NUMBER
               MOVE BT-ACCOUNT-NUMBER TO BN-ACCOUNT-NUMBER
               MOVE 'P'               TO BN-PRENOTE-STATUS
               MOVE 'B'               TO BN-PAY-ROUTE
           END-IF.

      * Pay routed to an account that cannot take the credit
      * would only bounce at ACCTPOST - refuse it here instead.
       Check-Account-Route.
           IF ACCOUNTS-NOT-ON-FILE
               MOVE "NO EMPXREF/ACCTMAST ON FILE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-EMPLOYEE-NUMBER TO XR-EMPLOYEE-NUMBER.
           READ XREF-MASTER
               KEY IS XR-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NO ACCOUNT ON CROSS-REFERENCE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE XR-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF AM-ACCOUNT-IS-CLOSED
                       OR AM-ACCOUNT-IS-ESCHEATED
                       OR AM-ACCOUNT-IS-DORMANT
                       OR AM-ACCOUNT-IS-LOAN
                       MOVE "ACCOUNT CANNOT TAKE CREDITS"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       Apply-Bank-Delete.
           MOVE BT-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER.
           DELETE BANK-MASTER
       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Log-Bank-Activity.
           PERFORM Write-Register-Detail.

      * A preventive SODRULE rule pairing this program with
      * something the operator already did today refuses the run.
       Check-Duty-Conflicts.
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID.
           MOVE "BANKMNT" TO DC-PROGRAM-ID.
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
           MOVE "BANKMNT" TO EX-PROGRAM-ID.
           STRING "DUTY CONFLICT REFUSED - RULE " DC-RULE-ID
                   " OPERATOR " WS-OPERATOR-ID
                   " AFTER " DC-CONFLICT-PROGRAM
                   " KEY " DC-CONFLICT-KEY
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * Every applied change lands on the ACTLOG trail SODSCAN
      * reads for conflicting duties.
       Log-Bank-Activity.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "BANKMNT" TO AL-PROGRAM-ID.
           EVALUATE TRUE
               WHEN BT-TRAN-IS-ADD
                   MOVE "BANKADD" TO AL-ACTION-CODE
               WHEN BT-TRAN-IS-DELETE
                   MOVE "BANKDEL" TO AL-ACTION-CODE
               WHEN OTHER
                   MOVE "BANKCHG" TO AL-ACTION-CODE
           END-EVALUATE.
           MOVE BT-EMPLOYEE-NUMBER TO AL-KEY-VALUE.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Reject-Bank-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           MOVE WS-REGISTER-LINE TO BANK-MAINT-REGISTER-LINE.
           WRITE BANK-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * The account number as keyed is filed as its token,
      * assigned here on first sight.
       Tokenize-Bank-Account.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'B' TO TK-VALUE-TYPE.
           MOVE "BANKMNT" TO TK-PROGRAM.
           MOVE BT-ACCOUNT-NUMBER TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH = 'Y'
               MOVE TK-VALUE-OUT TO BT-ACCOUNT-NUMBER
           END-IF.
