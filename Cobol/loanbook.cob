       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
      * Books installment loans from the LOANTRAN batch - the
      * small loans that used to live in a spreadsheet. Each
      * booking names an account MOVEOFW has opened for the loan
      * (open, still a deposit, zero balance), the principal, the
      * annual rate, the term in months, the first due date and
      * optionally the installment; a zero installment books the
      * level payment that retires the loan over the term. The
      * account becomes a loan (AM-ACCT-TYPE 'L', product LON),
      * its balance debits by the principal through a POSTHIST
      * 'A' advance entry so the trial balance still proves, and
      * the terms go on the LOANMAST loan master (copybooks/
      * LOAN-MASTER-REC.cpy). The full amortization schedule -
      * each installment's due date, payment, interest, principal
      * and remaining balance - prints on LOANSCHD at booking;
      * the last installment takes whatever the level payment
      * leaves, so the schedule always retires the loan exactly.
      * Installments fall on the first due date's day of the
      * month, or the month's last day when it is shorter, the
      * SOGEN rule. A booking that fails any check is refused to
      * the register and LOGERR; nothing is half-booked.
      * Loans book in home currency only: an account kept in a
      * foreign currency is refused.
      * The account as keyed is looked up on TOKVAULT (the
      * CALLed TOKENW service) first: ACCTMAST, LOANMAST and the
      * posting history carry tokens, not clear SSNs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-TRANSACTIONS ASSIGN TO "Cobol/data/LOANTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-TRANSACTIONS-STATUS.

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

           SELECT SCHEDULE-PRINT ASSIGN TO "Cobol/data/LOANSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-TRANSACTIONS.
      * One booking per line:
      *   Pos  1- 9  LT-ACCT-SSN        9(9)      ACCTMAST account
      *   Pos 10-18  LT-PRINCIPAL       9(7)V99
      *   Pos 19-24  LT-ANNUAL-RATE     9(2)V9(4) 095000 = 9.5%
      *   Pos 25-27  LT-TERM-MONTHS     9(3)      1 to 360
      *   Pos 28-35  LT-FIRST-DUE-DATE  9(8)      YYYYMMDD, future
      *   Pos 36-44  LT-PAYMENT-AMOUNT  9(7)V99   zero = level
      *                                           payment
       01 LOAN-TRANSACTION-REC.
           05 LT-ACCT-SSN             PIC 9(9).
           05 LT-PRINCIPAL            PIC 9(7)V99.
           05 LT-ANNUAL-RATE          PIC 9(2)V9(4).
           05 LT-TERM-MONTHS          PIC 9(3).
           05 LT-FIRST-DUE-DATE       PIC 9(8).
           05 LT-FIRST-DUE-DATE-X REDEFINES LT-FIRST-DUE-DATE.
               10 FILLER              PIC 9(6).
               10 LT-FIRST-DUE-DAY    PIC 99.
           05 LT-PAYMENT-AMOUNT       PIC 9(7)V99.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  SCHEDULE-PRINT.
       01 SCHEDULE-PRINT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-LOAN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-SCHEDULE-PRINT-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-LOANS-BOOKED             PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-TOTAL-ADVANCED           PIC 9(9)V99 VALUE 0.

       01 WS-CHECK-DATE               PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

      * Level payment: P * r * (1+r)**n / ((1+r)**n - 1) at the
      * monthly rate r, rounded to the cent; an interest-free
      * loan simply divides the principal by the term.
       01 WS-MONTHLY-RATE             PIC 9V9(10) VALUE 0.
       01 WS-GROWTH-FACTOR            PIC 9(13)V9(10) VALUE 0.
       01 WS-PAYMENT-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-FIRST-INTEREST           PIC 9(7)V99 VALUE 0.

      * One installment of the schedule at a time.
       01 WS-INSTALLMENT-NUMBER       PIC 9(3) VALUE 0.
       01 WS-SCHED-BALANCE            PIC 9(7)V99 VALUE 0.
       01 WS-SCHED-INTEREST           PIC 9(7)V99 VALUE 0.
       01 WS-SCHED-PRINCIPAL          PIC 9(7)V99 VALUE 0.
       01 WS-SCHED-PAYMENT            PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-INTEREST           PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PAYMENTS           PIC 9(9)V99 VALUE 0.

      * Monthly stepping of the due date, the SOGEN arithmetic.
       01 WS-ANCHOR-DAY               PIC 99 VALUE 0.
       01 WS-STEP-DATE                PIC 9(8) VALUE 0.
       01 WS-STEP-DATE-X REDEFINES WS-STEP-DATE.
           05 WS-STEP-YEAR            PIC 9(4).
           05 WS-STEP-MONTH           PIC 99.
           05 WS-STEP-DAY             PIC 99.
       01 WS-MONTH-END-DATE           PIC 9(8) VALUE 0.
       01 WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE.
           05 FILLER                  PIC 9(6).
           05 WS-MONTH-END-DAY        PIC 99.
       01 WS-MONTH-COUNT              PIC 9(6) VALUE 0.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-INTEREST          PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-PRINCIPAL         PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDITED-RATE              PIC Z9.9999.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

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
           MOVE "LOANBOOK" TO VS-PROGRAM-NAME.
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

      * Least-privilege: booking a loan moves money - inquiry-only
      * operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Open-Loan-Master.
           OPEN EXTEND POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "05"
               OR WS-POSTING-HISTORY-STATUS = "35"
               CLOSE POSTING-HISTORY
               OPEN OUTPUT POSTING-HISTORY
           END-IF.

           OPEN OUTPUT SCHEDULE-PRINT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN BOOKING REGISTER AND AMORTIZATION SCHEDULES"
                   "  RUN:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

           OPEN INPUT LOAN-TRANSACTIONS.
           IF WS-LOAN-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-LOAN-TRANSACTIONS-STATUS NOT = "00"
                   READ LOAN-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Book-One-Loan
                   END-READ
               END-PERFORM
               CLOSE LOAN-TRANSACTIONS
           ELSE
               DISPLAY "NO LOANTRAN INPUT - NOTHING TO BOOK:"
                       WS-LOAN-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Write-Register-Totals.
           CLOSE SCHEDULE-PRINT.
           CLOSE POSTING-HISTORY.
           CLOSE LOAN-MASTER.
           CLOSE ACCOUNT-MASTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Loan-Master.
           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS = "35"
               CLOSE LOAN-MASTER
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF.

       Book-One-Loan.
           PERFORM Tokenize-Transaction-Key.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Check-Booking-Fields.
           IF WS-REJECT-REASON = SPACES
               PERFORM Check-Booking-Account
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM Set-Payment-Amount
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Booking
               EXIT PARAGRAPH
           END-IF.
           PERFORM Write-Loan-Record.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Booking
               EXIT PARAGRAPH
           END-IF.
           PERFORM Post-Loan-Advance.
           PERFORM Print-Amortization-Schedule.

       Check-Booking-Fields.
           EVALUATE TRUE
               WHEN LT-ACCT-SSN NOT NUMERIC
                   OR LT-PRINCIPAL NOT NUMERIC
                   OR LT-ANNUAL-RATE NOT NUMERIC
                   OR LT-TERM-MONTHS NOT NUMERIC
                   OR LT-FIRST-DUE-DATE NOT NUMERIC
                   OR LT-PAYMENT-AMOUNT NOT NUMERIC
                   MOVE "INVALID NUMERIC FIELD" TO WS-REJECT-REASON
               WHEN LT-PRINCIPAL = 0
                   MOVE "PRINCIPAL MISSING" TO WS-REJECT-REASON
               WHEN LT-TERM-MONTHS = 0 OR LT-TERM-MONTHS > 360
                   MOVE "TERM NOT 1 TO 360 MONTHS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE LT-FIRST-DUE-DATE TO WS-CHECK-DATE
                   CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-RESULT
                   IF WS-DATE-RESULT NOT = 'F'
                       MOVE "FIRST DUE DATE NOT IN FUTURE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      * The account is opened by MOVEOFW like any other; booking
      * only turns a fresh, empty deposit account into the loan,
      * so no customer's money is ever netted against the debt.
       Check-Booking-Account.
           MOVE LT-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AM-ACCOUNT-IS-OPEN
                           MOVE "ACCOUNT NOT OPEN"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-LOAN
                           MOVE "ACCOUNT ALREADY A LOAN"
                               TO WS-REJECT-REASON
                       WHEN AM-BALANCE NOT = 0
                           MOVE "ACCOUNT BALANCE NOT ZERO"
                               TO WS-REJECT-REASON
                       WHEN NOT AM-CURRENCY-IS-HOME
                           MOVE "LOANS BOOK IN HOME CURRENCY"
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.

       Set-Payment-Amount.
           COMPUTE WS-FIRST-INTEREST ROUNDED =
               LT-PRINCIPAL * LT-ANNUAL-RATE / 1200.
           EVALUATE TRUE
               WHEN LT-PAYMENT-AMOUNT NOT = 0
                   MOVE LT-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT
               WHEN LT-ANNUAL-RATE = 0
                   COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                       LT-PRINCIPAL / LT-TERM-MONTHS
               WHEN OTHER
                   COMPUTE WS-MONTHLY-RATE = LT-ANNUAL-RATE / 1200
                   COMPUTE WS-GROWTH-FACTOR =
                       (1 + WS-MONTHLY-RATE) ** LT-TERM-MONTHS
                   COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                       LT-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
           END-EVALUATE.
      * An installment that cannot cover a month's interest would
      * never retire the loan.
           IF WS-PAYMENT-AMOUNT NOT > WS-FIRST-INTEREST
               MOVE "PAYMENT BELOW MONTHLY INTEREST"
                   TO WS-REJECT-REASON
           END-IF.

       Write-Loan-Record.
           MOVE LT-ACCT-SSN         TO LN-ACCT-SSN.
           MOVE WS-RUN-DATE         TO LN-BOOK-DATE.
           MOVE LT-PRINCIPAL        TO LN-ORIG-PRINCIPAL.
           MOVE LT-ANNUAL-RATE      TO LN-ANNUAL-RATE.
           MOVE LT-TERM-MONTHS      TO LN-TERM-MONTHS.
           MOVE WS-PAYMENT-AMOUNT   TO LN-PAYMENT-AMOUNT.
           MOVE LT-FIRST-DUE-DATE   TO LN-FIRST-DUE-DATE.
           MOVE LT-FIRST-DUE-DATE   TO LN-NEXT-DUE-DATE.
           MOVE LT-FIRST-DUE-DAY    TO LN-ANCHOR-DAY.
           MOVE LT-PRINCIPAL        TO LN-PRINCIPAL-BALANCE.
           MOVE WS-FIRST-INTEREST   TO LN-INTEREST-DUE.
           MOVE 0                   TO LN-INSTALLMENT-PAID.
           MOVE 0                   TO LN-INTEREST-PAID.
           MOVE 0                   TO LN-PAYMENTS-MADE.
           MOVE 0                   TO LN-LATE-CHARGE-DUE.
           MOVE 0                   TO LN-LATE-CHARGED-FOR.
           MOVE 0                   TO LN-DAYS-PAST-DUE.
           SET LN-BUCKET-IS-CURRENT TO TRUE.
           SET LN-LOAN-IS-ACTIVE    TO TRUE.
           MOVE 0                   TO LN-LAST-PAY-DATE.
           WRITE LOAN-MASTER-REC
               INVALID KEY
                   MOVE "LOAN ALREADY ON FILE" TO WS-REJECT-REASON
           END-WRITE.

      * The advance goes through the established path: the
      * balance debits and POSTHIST carries an 'A' entry, so the
      * loan's balance proves against its history like any other.
       Post-Loan-Advance.
           SET AM-ACCOUNT-IS-LOAN TO TRUE.
           MOVE "LON" TO AM-PRODUCT-CODE.
           SUBTRACT LT-PRINCIPAL FROM AM-BALANCE.
           REWRITE ACCOUNT-MASTER-REC.

           MOVE LT-ACCT-SSN  TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE  TO PH-POST-DATE.
           MOVE 'D'          TO PH-TRAN-CODE.
           MOVE LT-PRINCIPAL TO PH-AMOUNT.
           MOVE 'A'          TO PH-ENTRY-TYPE.
           MOVE 0            TO PH-ORIG-DATE.
           MOVE 0            TO PH-XFER-ACCT-SSN.
           MOVE ZEROS        TO PH-XFER-REF.
           MOVE SPACES       TO PH-CURRENCY-CODE.
           MOVE 0            TO PH-HOME-AMOUNT.
           MOVE SPACE        TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.

           ADD 1 TO WS-LOANS-BOOKED.
           ADD LT-PRINCIPAL TO WS-TOTAL-ADVANCED.

       Print-Amortization-Schedule.
           MOVE LT-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           STRING "AMORTIZATION SCHEDULE  ACCOUNT:" WS-MASKED-SSN
                   "  BOOKED:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE LT-PRINCIPAL TO WS-EDITED-AMOUNT.
           MOVE LT-ANNUAL-RATE TO WS-EDITED-RATE.
           MOVE WS-PAYMENT-AMOUNT TO WS-EDITED-INTEREST.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRINCIPAL:" WS-EDITED-AMOUNT
                   "  RATE:" WS-EDITED-RATE "%"
                   "  TERM:" LT-TERM-MONTHS
                   "  PAYMENT:" WS-EDITED-INTEREST
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING " NO.  DUE DATE       PAYMENT      INTEREST"
                   "     PRINCIPAL       BALANCE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE LT-PRINCIPAL TO WS-SCHED-BALANCE.
           MOVE LT-FIRST-DUE-DATE TO WS-STEP-DATE.
           MOVE LT-FIRST-DUE-DAY TO WS-ANCHOR-DAY.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE 0 TO WS-TOTAL-PAYMENTS.
           PERFORM VARYING WS-INSTALLMENT-NUMBER FROM 1 BY 1
                   UNTIL WS-INSTALLMENT-NUMBER > LT-TERM-MONTHS
                   OR WS-SCHED-BALANCE = 0
               PERFORM Print-One-Installment
               PERFORM Step-Next-Due-Date
           END-PERFORM.

           MOVE WS-TOTAL-PAYMENTS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL OF PAYMENTS:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL INTEREST:   " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

      * Interest on the balance still owed, the rest to principal;
      * the final installment - by term or because the level
      * payment would overshoot - clears the balance exactly.
       Print-One-Installment.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * LT-ANNUAL-RATE / 1200.
           IF WS-INSTALLMENT-NUMBER = LT-TERM-MONTHS
               OR WS-PAYMENT-AMOUNT NOT <
                   WS-SCHED-BALANCE + WS-SCHED-INTEREST
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               COMPUTE WS-SCHED-PAYMENT =
                   WS-SCHED-BALANCE + WS-SCHED-INTEREST
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO WS-SCHED-PAYMENT
               COMPUTE WS-SCHED-PRINCIPAL =
                   WS-PAYMENT-AMOUNT - WS-SCHED-INTEREST
           END-IF.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
           ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-SCHED-PAYMENT TO WS-TOTAL-PAYMENTS.
           MOVE WS-SCHED-PAYMENT TO WS-EDITED-AMOUNT.
           MOVE WS-SCHED-INTEREST TO WS-EDITED-INTEREST.
           MOVE WS-SCHED-PRINCIPAL TO WS-EDITED-PRINCIPAL.
           MOVE WS-SCHED-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING " " WS-INSTALLMENT-NUMBER
                   "  " WS-STEP-DATE
                   "  " WS-EDITED-AMOUNT
                   "  " WS-EDITED-INTEREST
                   "  " WS-EDITED-PRINCIPAL
                   "  " WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

      * One whole month on, landing on the anchor day or the
      * month's last day when the month is shorter.
       Step-Next-Due-Date.
           COMPUTE WS-MONTH-COUNT =
               WS-STEP-YEAR * 12 + WS-STEP-MONTH.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-STEP-YEAR REMAINDER WS-STEP-MONTH.
           ADD 1 TO WS-STEP-MONTH.
           MOVE 1 TO WS-STEP-DAY.
           PERFORM Find-Month-End.
           IF WS-ANCHOR-DAY = 0 OR WS-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-STEP-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-STEP-DAY
           END-IF.

      * The day before the first of the following month.
       Find-Month-End.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 31.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE 1 TO WS-MONTH-END-DAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

       Reject-Booking.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-MASKED-SSN.
           IF LT-ACCT-SSN NUMERIC
               MOVE LT-ACCT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
           END-IF.
           MOVE 0 TO WS-EDITED-AMOUNT.
           IF LT-PRINCIPAL NUMERIC
               MOVE LT-PRINCIPAL TO WS-EDITED-AMOUNT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REJECTED " WS-MASKED-SSN
                   " AMT:" WS-EDITED-AMOUNT
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A013" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "LOANBOOK" TO EX-PROGRAM-ID.
           STRING "LOAN BOOKING REJECTED - " WS-MASKED-SSN
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           STRING "BOOKINGS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE WS-LOANS-BOOKED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-ADVANCED TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOANS BOOKED:     " WS-COUNT-DISPLAY
                   "  ADVANCED:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BOOKINGS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-PRINT-LINE FROM WS-PRINT-LINE.

      * The account as keyed goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * keyed, to be not found.
       Tokenize-Transaction-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "LOANBOOK" TO TK-PROGRAM.
           IF LT-ACCT-SSN IS NUMERIC
               MOVE LT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO LT-ACCT-SSN
           END-IF.
