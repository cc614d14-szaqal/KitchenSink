       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQ.
      * Daily installment-loan delinquency run. Every active loan
      * on the LOANMAST loan master (copybooks/LOAN-MASTER-REC.cpy)
      * is aged against its next due date: days past due, and the
      * 30/60/90 delinquency bucket collections works from. Once an
      * installment is more than the LATECTL card's grace days
      * late, the card's flat late charge is assessed - once per
      * missed installment - through the established path: the
      * loan account's balance debits, POSTHIST carries a 'K'
      * late-charge entry, and the charge waits on the loan master
      * for ACCTPOST to collect ahead of principal. Each charge and
      * each change of bucket prints on the LOANDREG register with
      * the masked account key, the register closes with the count
      * and principal in every bucket, and the day's late-charge
      * total appends to the BALRPT balancing report the way
      * SVCCHRG ties in its fees. A loan whose account is missing
      * or no longer a loan is logged and left alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-CHARGE-CONTROL ASSIGN TO "LATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-CHARGE-CONTROL-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT DELINQUENCY-REGISTER
               ASSIGN TO "Cobol/data/LOANDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQUENCY-REGISTER-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "Cobol/data/BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-CHARGE-CONTROL.
      * One card: Pos 1-2 grace days 9(2), Pos 3-9 late charge
      * 9(5)V99. Missing card takes the house default of 15 days
      * and 25.00.
       01 LATE-CHARGE-CONTROL-REC.
           05 LC-GRACE-DAYS           PIC 9(2).
           05 LC-LATE-CHARGE          PIC 9(5)V99.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  DELINQUENCY-REGISTER.
       01 DELINQUENCY-REGISTER-LINE   PIC X(80).

       FD  BALANCE-REPORT.
       01 BALANCE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LATE-CHARGE-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-LOAN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-DELINQUENCY-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-GRACE-DAYS               PIC 9(2) VALUE 15.
       01 WS-LATE-CHARGE              PIC 9(5)V99 VALUE 25.00.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-DAYS-LATE                PIC S9(7) VALUE 0.
       01 WS-PRIOR-BUCKET             PIC X VALUE SPACE.

       01 WS-LOANS-AGED               PIC 9(5) VALUE 0.
       01 WS-LOANS-CHARGED            PIC 9(5) VALUE 0.
       01 WS-LOANS-MISMATCHED         PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHARGED            PIC 9(9)V99 VALUE 0.

      * Count and principal in each bucket: current, 30, 60, 90.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT     PIC 9(5).
               10 WS-BUCKET-PRINCIPAL PIC 9(9)V99.
       01 WS-BUCKET-SUBSCRIPT         PIC 9 VALUE 0.
       01 WS-BUCKET-NAMES.
           05 FILLER                  PIC X(8) VALUE "CURRENT ".
           05 FILLER                  PIC X(8) VALUE "30 DAYS ".
           05 FILLER                  PIC X(8) VALUE "60 DAYS ".
           05 FILLER                  PIC X(8) VALUE "90+ DAYS".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME          PIC X(8) OCCURS 4 TIMES.

       01 WS-EDITED-CHARGE            PIC ZZ,ZZ9.99.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-DISPLAY             PIC ZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "LOANDLQ"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Late-Charge-Control.
           INITIALIZE WS-BUCKET-TOTALS.

           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS NOT = "00"
               DISPLAY "NO LOAN MASTER - NOTHING TO AGE:"
                       WS-LOAN-MASTER-STATUS
               GOBACK
           END-IF.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE LOAN-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "05"
               OR WS-POSTING-HISTORY-STATUS = "35"
               CLOSE POSTING-HISTORY
               OPEN OUTPUT POSTING-HISTORY
           END-IF.

           OPEN OUTPUT DELINQUENCY-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LOAN DELINQUENCY AND LATE-CHARGE REGISTER  RUN:"
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM UNTIL WS-LOAN-MASTER-STATUS NOT = "00"
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LN-LOAN-IS-ACTIVE
                           PERFORM Age-One-Loan
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM Write-Register-Totals.
           CLOSE DELINQUENCY-REGISTER.
           CLOSE POSTING-HISTORY.
           CLOSE ACCOUNT-MASTER.
           CLOSE LOAN-MASTER.
           PERFORM Append-To-Balancing-Report.
           IF WS-LOANS-MISMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Late-Charge-Control.
           OPEN INPUT LATE-CHARGE-CONTROL.
           IF WS-LATE-CHARGE-CONTROL-STATUS = "00"
               READ LATE-CHARGE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-GRACE-DAYS NUMERIC
                           MOVE LC-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
                       IF LC-LATE-CHARGE NUMERIC
                           MOVE LC-LATE-CHARGE TO WS-LATE-CHARGE
                       END-IF
               END-READ
               CLOSE LATE-CHARGE-CONTROL
           ELSE
               DISPLAY "NO LATECTL CARD - GRACE 15 DAYS, CHARGE 25.00"
           END-IF.

       Age-One-Loan.
           MOVE LN-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE LN-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   PERFORM Log-Mismatched-Loan
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AM-ACCOUNT-IS-LOAN
               PERFORM Log-Mismatched-Loan
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOANS-AGED.

           MOVE 0 TO WS-DAYS-LATE.
           IF LN-NEXT-DUE-DATE > 0
               AND LN-NEXT-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
           END-IF.
           IF WS-DAYS-LATE > 999
               MOVE 999 TO LN-DAYS-PAST-DUE
           ELSE
               MOVE WS-DAYS-LATE TO LN-DAYS-PAST-DUE
           END-IF.

      * One charge per missed installment: the due date charged
      * for is remembered, so tomorrow's run does not charge the
      * same installment again. A loan whose principal is all
      * paid owes only what is left of its charges - no more.
           IF WS-DAYS-LATE > WS-GRACE-DAYS
               AND LN-LATE-CHARGED-FOR NOT = LN-NEXT-DUE-DATE
               AND LN-PRINCIPAL-BALANCE > 0
               AND WS-LATE-CHARGE > 0
               PERFORM Post-Late-Charge
           END-IF.

           MOVE LN-DELINQ-BUCKET TO WS-PRIOR-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE < 30
                   SET LN-BUCKET-IS-CURRENT TO TRUE
                   MOVE 1 TO WS-BUCKET-SUBSCRIPT
               WHEN WS-DAYS-LATE < 60
                   SET LN-BUCKET-IS-30 TO TRUE
                   MOVE 2 TO WS-BUCKET-SUBSCRIPT
               WHEN WS-DAYS-LATE < 90
                   SET LN-BUCKET-IS-60 TO TRUE
                   MOVE 3 TO WS-BUCKET-SUBSCRIPT
               WHEN OTHER
                   SET LN-BUCKET-IS-90 TO TRUE
                   MOVE 4 TO WS-BUCKET-SUBSCRIPT
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUBSCRIPT).
           ADD LN-PRINCIPAL-BALANCE
               TO WS-BUCKET-PRINCIPAL(WS-BUCKET-SUBSCRIPT).
           IF LN-DELINQ-BUCKET NOT = WS-PRIOR-BUCKET
               PERFORM Report-Bucket-Change
           END-IF.
           REWRITE LOAN-MASTER-REC.

      * The charge goes through the established path: balance
      * debits, history carries a 'K' entry, register ties out.
       Post-Late-Charge.
           SUBTRACT WS-LATE-CHARGE FROM AM-BALANCE.
           REWRITE ACCOUNT-MASTER-REC.
           ADD WS-LATE-CHARGE TO LN-LATE-CHARGE-DUE.
           MOVE LN-NEXT-DUE-DATE TO LN-LATE-CHARGED-FOR.
           ADD 1 TO WS-LOANS-CHARGED.
           ADD WS-LATE-CHARGE TO WS-TOTAL-CHARGED.

           MOVE AM-ACCT-SSN TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE TO PH-POST-DATE.
           MOVE 'D' TO PH-TRAN-CODE.
           MOVE WS-LATE-CHARGE TO PH-AMOUNT.
           MOVE 'K' TO PH-ENTRY-TYPE.
           MOVE 0 TO PH-ORIG-DATE.
           MOVE 0 TO PH-XFER-ACCT-SSN.
           MOVE ZEROS TO PH-XFER-REF.
           MOVE SPACES TO PH-CURRENCY-CODE.
           MOVE 0 TO PH-HOME-AMOUNT.
           MOVE SPACE TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.

           MOVE WS-LATE-CHARGE TO WS-EDITED-CHARGE.
           MOVE AM-BALANCE TO WS-EDITED-BALANCE.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHARGED " WS-MASKED-SSN
                   " DUE:" LN-NEXT-DUE-DATE
                   " DAYS:" WS-DAYS-DISPLAY
                   " LATE:" WS-EDITED-CHARGE
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.

       Report-Bucket-Change.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "BUCKET  " WS-MASKED-SSN
                   " DUE:" LN-NEXT-DUE-DATE
                   " DAYS:" WS-DAYS-DISPLAY
                   " NOW " WS-BUCKET-NAME(WS-BUCKET-SUBSCRIPT)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * A loan master record with no loan account behind it is
      * left exactly as it stands for someone to look at.
       Log-Mismatched-Loan.
           ADD 1 TO WS-LOANS-MISMATCHED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "MISMATCH " WS-MASKED-SSN
                   " LOAN HAS NO LOAN ACCOUNT ON ACCTMAST"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A014" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "LOANDLQ" TO EX-PROGRAM-ID.
           STRING "LOAN WITHOUT LOAN ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE SPACES TO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 4
               MOVE WS-BUCKET-COUNT(WS-BUCKET-SUBSCRIPT)
                   TO WS-COUNT-DISPLAY
               MOVE WS-BUCKET-PRINCIPAL(WS-BUCKET-SUBSCRIPT)
                   TO WS-EDITED-TOTAL
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "BUCKET " WS-BUCKET-NAME(WS-BUCKET-SUBSCRIPT)
                       " LOANS:" WS-COUNT-DISPLAY
                       " PRINCIPAL:" WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE
           END-PERFORM.

           MOVE WS-LOANS-CHARGED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CHARGED TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LOANS CHARGED:  " WS-COUNT-DISPLAY
                   " TOTAL LATE CHARGES:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-LOANS-AGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LOANS AGED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-LOANS-MISMATCHED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LOANS MISMATCHED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DELINQUENCY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The day's late charges tie into the balancing report the
      * same way SVCCHRG ties in its fees.
       Append-To-Balancing-Report.
           OPEN EXTEND BALANCE-REPORT.
           IF WS-BALANCE-REPORT-STATUS = "05"
               OR WS-BALANCE-REPORT-STATUS = "35"
               CLOSE BALANCE-REPORT
               OPEN OUTPUT BALANCE-REPORT
           END-IF.
           MOVE WS-LOANS-CHARGED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CHARGED TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LOANDLQ CHARGED:" WS-COUNT-DISPLAY
                   " TOTAL:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BALANCE-REPORT-LINE FROM WS-REGISTER-LINE.
           CLOSE BALANCE-REPORT.
