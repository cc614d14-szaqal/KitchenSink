      * EMPXREF cross-reference to its employee, the name comes
      * from EMPLOYEE-MASTER and the address from ADDRMAST -
      * the join that always existed and was never connected.
      * An account with no employee behind it - a customer
      * opened by ACCTOPEN - is addressed from the name and
      * address its application filed on ACCTADDR.
      * Accounts that cannot be resolved list on an exception
      * page at the end of the print file.
      * The address block names every owner: the primary's name
      * as resolved above, then an AND line for each joint owner
      * OWNMNT carries on the ACCTOWN ownership master, in party
      * order. Beneficiaries and signers are not owners and do
      * not print; an account with no ACCTOWN records, or a run
      * with no ACCTOWN at all, addresses the primary alone.
      * A transfer leg prints as TRANSFER TO or TRANSFER FROM the
      * other account, masked, with the reference both legs
      * share, so the customer can match the two statements.
      * A credit given on a disputed debit prints as DISPUTE
      * CREDIT; if the dispute is denied its reversal prints as
      * the correction of that credit like any other.
      * Net pay credited by the payroll cycle prints as PAYROLL.
      * An installment loan account (AM-ACCT-TYPE 'L') prints as a
      * LOAN STATEMENT: its advance, payments, interest and late
      * charges print by name, and after the closing balance a
      * summary off the LOANMAST loan master gives the principal
      * balance, the interest paid to date, the payments made and
      * still to come at the scheduled installment, the next
      * payment and its due date, and any late charges owed.
      * The header names the currency the account is kept in, and
      * every amount on the statement is in that currency.
      * The period's postings now come by the CALLed POSTRDW
      * service's walk instead of the SORT: every account's
      * postings from the period start, already in account and
      * date order - same-day postings in the order they posted -
      * off the POSTKEY key file once the run has proven that
      * path gives it exactly what the POSTHIST scan did.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT STATEMENT-PRINT ASSIGN TO "Cobol/data/ACCTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-PRINT-STATUS.
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO "Cobol/data/ACCTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-ACCT-SSN
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  STATEMENT-PRINT.
       01 STATEMENT-PRINT-LINE        PIC X(80).

       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  CUSTOMER-ADDRESS.
       01 CUSTOMER-ADDRESS-REC.
           COPY ACCT-ADDR-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-STATEMENT-PRINT-STATUS   PIC XX VALUE "00".

       01 WS-STATEMENT-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-CUSTOMER-ADDRESS-STATUS  PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-LOAN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-LOANS-ON-FILE-SWITCH     PIC X VALUE 'N'.
           88 LOANS-ON-FILE                VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR-MONTH       PIC 9(6).
       01 WS-ORPHAN-POSTINGS          PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.

      * One posting held across the merge, plus the
      * current account's gathered postings - a period's activity
      * for one account, held whole so the opening balance can be
      * backed off before the details print.
                         PH-ENTRY-IS-ORDINARY BY WH-ENTRY-IS-ORDINARY
                         PH-ENTRY-IS-REVERSAL BY WH-ENTRY-IS-REVERSAL
                         PH-ENTRY-IS-INTEREST BY WH-ENTRY-IS-INTEREST
                         PH-ENTRY-IS-TRANSFER BY WH-ENTRY-IS-TRANSFER
                         PH-ENTRY-IS-PAYROLL  BY WH-ENTRY-IS-PAYROLL
                         PH-ENTRY-IS-LOAN-ADVANCE
                            BY WH-ENTRY-IS-LOAN-ADVANCE
                         PH-ENTRY-IS-LOAN-PAYMENT
                            BY WH-ENTRY-IS-LOAN-PAYMENT
                         PH-ENTRY-IS-LOAN-INTEREST
                            BY WH-ENTRY-IS-LOAN-INTEREST
                         PH-ENTRY-IS-LATE-CHARGE
                            BY WH-ENTRY-IS-LATE-CHARGE
                         PH-ENTRY-IS-DISPUTE-CREDIT
                            BY WH-ENTRY-IS-DISPUTE-CREDIT
                         PH-ORIG-DATE         BY WH-ORIG-DATE
                         PH-XFER-ACCT-SSN     BY WH-XFER-ACCT-SSN
                         PH-XFER-REF          BY WH-XFER-REF
                         PH-XFER-BATCH-DATE   BY WH-XFER-BATCH-DATE
                         PH-XFER-BATCH-NUMBER BY WH-XFER-BATCH-NUMBER
                         PH-XFER-SEQUENCE     BY WH-XFER-SEQUENCE
                         PH-CURRENCY-CODE     BY WH-CURRENCY-CODE
                         PH-CURRENCY-IS-HOME  BY WH-CURRENCY-IS-HOME
                         PH-HOME-AMOUNT       BY WH-HOME-AMOUNT
                         PH-CASH-FLAG         BY WH-CASH-FLAG
                         PH-POSTING-IS-CASH   BY WH-POSTING-IS-CASH.
       01 WS-SORT-EOF-SWITCH          PIC X VALUE 'N'.
           88 SORTED-POSTINGS-DONE         VALUE 'Y'.
       01 WS-GATHER-COUNT             PIC 9(3) VALUE 0.
       01 WS-GATHER-TABLE.
           05 WS-GATHERED-POSTING     PIC X(76) OCCURS 200 TIMES.
       01 WS-GATHER-SUBSCRIPT         PIC 9(3) VALUE 0.
       01 WS-STATEMENT-CURRENCY       PIC X(3) VALUE SPACES.
       01 WS-POSTING-WORK.
           COPY ACCT-POST-REC
               REPLACING PH-ACCT-SSN          BY WP-ACCT-SSN
                         PH-ENTRY-IS-ORDINARY BY WP-ENTRY-IS-ORDINARY
                         PH-ENTRY-IS-REVERSAL BY WP-ENTRY-IS-REVERSAL
                         PH-ENTRY-IS-INTEREST BY WP-ENTRY-IS-INTEREST
                         PH-ENTRY-IS-TRANSFER BY WP-ENTRY-IS-TRANSFER
                         PH-ENTRY-IS-PAYROLL  BY WP-ENTRY-IS-PAYROLL
                         PH-ENTRY-IS-LOAN-ADVANCE
                            BY WP-ENTRY-IS-LOAN-ADVANCE
                         PH-ENTRY-IS-LOAN-PAYMENT
                            BY WP-ENTRY-IS-LOAN-PAYMENT
                         PH-ENTRY-IS-LOAN-INTEREST
                            BY WP-ENTRY-IS-LOAN-INTEREST
                         PH-ENTRY-IS-LATE-CHARGE
                            BY WP-ENTRY-IS-LATE-CHARGE
                         PH-ENTRY-IS-DISPUTE-CREDIT
                            BY WP-ENTRY-IS-DISPUTE-CREDIT
                         PH-ORIG-DATE         BY WP-ORIG-DATE
                         PH-XFER-ACCT-SSN     BY WP-XFER-ACCT-SSN
                         PH-XFER-REF          BY WP-XFER-REF
                         PH-XFER-BATCH-DATE   BY WP-XFER-BATCH-DATE
                         PH-XFER-BATCH-NUMBER BY WP-XFER-BATCH-NUMBER
                         PH-XFER-SEQUENCE     BY WP-XFER-SEQUENCE
                         PH-CURRENCY-CODE     BY WP-CURRENCY-CODE
                         PH-CURRENCY-IS-HOME  BY WP-CURRENCY-IS-HOME
                         PH-HOME-AMOUNT       BY WP-HOME-AMOUNT
                         PH-CASH-FLAG         BY WP-CASH-FLAG
                         PH-POSTING-IS-CASH   BY WP-POSTING-IS-CASH.

      * The whole cross-reference held as an SSN-to-employee
      * lookup, loaded once - the reverse direction EMPXREF's
           88 ADDRESS-WAS-RESOLVED         VALUE 'Y'.
           88 ADDRESS-NOT-RESOLVED         VALUE 'N'.
       01 WS-RESOLVE-FAILURE          PIC X(30) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(30) VALUE SPACES.

      * Unresolved accounts queue for the exception page printed
      * after the last statement.
       01 WS-EDITED-OPENING           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-CLOSING           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-STATEMENT-TITLE          PIC X(17) VALUE SPACES.
       01 WS-ENTRY-LABEL              PIC X(13) VALUE SPACES.

      * The loan summary's payments still to come: the installment
      * schedule run forward from the principal now owed.
       01 WS-PAYMENTS-LEFT            PIC 9(3) VALUE 0.
       01 WS-PROJECTED-BALANCE        PIC 9(7)V99 VALUE 0.
       01 WS-PROJECTED-INTEREST       PIC 9(7)V99 VALUE 0.
       01 WS-EDITED-RATE              PIC Z9.9999.
       01 WS-EDITED-DUE               PIC Z,ZZZ,ZZ9.99.
       01 WS-DAYS-DISPLAY             PIC ZZ9.
       01 WS-PAYMENTS-DISPLAY         PIC ZZ9.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.
       01 WS-MASKED-XFER-SSN          PIC X(11) VALUE SPACES.

       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ACCTSTMT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Statement-Control.
           PERFORM Load-Xref-Table.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT ADDRESS-MASTER.
           OPEN INPUT CUSTOMER-ADDRESS.
           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS = "00"
               SET LOANS-ON-FILE TO TRUE
           END-IF.

           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "ACCTSTMT" TO PR-CALLER-ID.
           MOVE WS-PERIOD-START TO PR-FROM-DATE.
           MOVE 99999999 TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM Merge-And-Print-Statements.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

           PERFORM Print-Exception-Page.
           IF LOANS-ON-FILE
               CLOSE LOAN-MASTER
           END-IF.
           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           IF WS-CUSTOMER-ADDRESS-STATUS NOT = "35"
               CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF WS-ADDRESS-MASTER-STATUS NOT = "35"
               CLOSE ADDRESS-MASTER
           END-IF.
           END-IF.
           DISPLAY "STATEMENT PERIOD OPENS:" WS-PERIOD-START.

      * The merge: master and walked postings advance together in
      * account-key order, each record of each file touched once.
       Merge-And-Print-Statements.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           END-PERFORM.

       Return-Next-Posting.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           IF PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-HELD-POSTING
           ELSE
               SET SORTED-POSTINGS-DONE TO TRUE
           END-IF.

      * History walked below the current account key belongs to
      * accounts no longer on the master - closed and archived -
      * and is counted past, not printed.
       Gather-Account-Postings.
           COMPUTE WS-OPENING-BALANCE =
               AM-BALANCE - WS-NET-POSTINGS.

           IF AM-ACCOUNT-IS-LOAN
               MOVE "LOAN STATEMENT" TO WS-STATEMENT-TITLE
           ELSE
               MOVE "ACCOUNT STATEMENT" TO WS-STATEMENT-TITLE
           END-IF.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-STATEMENT-TITLE "  PERIOD:" WS-PERIOD-START
                   " RUN:" WS-RUN-DATE
                   " PAGE:" WS-PAGE-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE AM-CURRENCY-CODE TO WS-STATEMENT-CURRENCY.
           IF AM-CURRENCY-IS-HOME
               MOVE "USD" TO WS-STATEMENT-CURRENCY
           END-IF.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT:" WS-MASKED-SSN
                   "  OPENED:" AM-OPEN-DATE
                   "  STATUS:" AM-STATUS
                   "  CURRENCY:" WS-STATEMENT-CURRENCY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           STRING "CLOSING BALANCE:" WS-EDITED-CLOSING
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           IF AM-ACCOUNT-IS-LOAN
               PERFORM Print-Loan-Summary
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

      * SSN to employee through the loaded cross-reference, then
      * employee to name and address through the keyed masters;
      * an account no employee is linked to falls back to its
      * ACCTADDR customer address. Any missing link queues the
      * account for the exception page instead of mailing a
      * statement blind.
       Print-Address-Block.
           SET ADDRESS-NOT-RESOLVED TO TRUE.
           MOVE SPACES TO WS-RESOLVE-FAILURE.
               END-IF
           END-PERFORM.
           IF WS-RESOLVED-EMPLOYEE = 0
               PERFORM Fetch-Customer-Address
           ELSE
               PERFORM Fetch-Name-And-Address
           END-IF.
                   END-READ
           END-READ.

       Fetch-Customer-Address.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE AM-ACCT-SSN TO AA-ACCT-SSN.
           READ CUSTOMER-ADDRESS
               KEY IS AA-ACCT-SSN
               INVALID KEY
                   MOVE "NOT ON CROSS-REFERENCE"
                       TO WS-RESOLVE-FAILURE
               NOT INVALID KEY
                   MOVE AA-CUSTOMER-NAME TO WS-EMPLOYEE-NAME
                   MOVE AA-STREET        TO AD-STREET
                   MOVE AA-CITY          TO AD-CITY
                   MOVE AA-STATE         TO AD-STATE
                   MOVE AA-ZIP           TO AD-ZIP
                   SET ADDRESS-WAS-RESOLVED TO TRUE
           END-READ.

       Write-Address-Lines.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-EMPLOYEE-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           IF OWNERS-ON-FILE
               PERFORM Write-Joint-Owner-Lines
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " AD-STREET
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

      * The account's parties in key order; only joint owners
      * print, the primary having printed from the resolution.
       Write-Joint-Owner-Lines.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           MOVE AM-ACCT-SSN TO AO-ACCT-SSN.
           MOVE 0 TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS >= AO-OWNER-KEY
               INVALID KEY
                   SET OWNER-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL OWNER-BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET OWNER-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-ACCT-SSN NOT = AM-ACCT-SSN
                           SET OWNER-BROWSE-DONE TO TRUE
                       ELSE
                           IF AO-ROLE-IS-JOINT
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING "   AND " AO-PARTY-NAME
                                   DELIMITED BY SIZE
                                   INTO WS-PRINT-LINE
                               WRITE STATEMENT-PRINT-LINE
                                   FROM WS-PRINT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Queue-Address-Exception.
           IF WS-EXCEPT-COUNT < 200
               ADD 1 TO WS-EXCEPT-COUNT

      * A reversal prints as the correction it is, naming the
      * entry it backed out - statement disputes hinge on exactly
      * this linkage. A transfer leg names the other account the
      * same way.
       Print-One-Posting-Line.
           MOVE WP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN WP-ENTRY-IS-REVERSAL
                   STRING "  " WP-POST-DATE
                           "  " WP-TRAN-CODE
                           "  " WS-EDITED-AMOUNT
                           "  CORRECTION OF " WP-ORIG-DATE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WP-ENTRY-IS-TRANSFER
                   PERFORM Format-Transfer-Line
               WHEN WP-ENTRY-IS-PAYROLL
                   STRING "  " WP-POST-DATE
                           "  " WP-TRAN-CODE
                           "  " WS-EDITED-AMOUNT
                           "  PAYROLL"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WP-ENTRY-IS-LOAN-ADVANCE
                   MOVE "LOAN ADVANCE" TO WS-ENTRY-LABEL
                   PERFORM Format-Loan-Entry-Line
               WHEN WP-ENTRY-IS-LOAN-PAYMENT
                   MOVE "LOAN PAYMENT" TO WS-ENTRY-LABEL
                   PERFORM Format-Loan-Entry-Line
               WHEN WP-ENTRY-IS-LOAN-INTEREST
                   MOVE "LOAN INTEREST" TO WS-ENTRY-LABEL
                   PERFORM Format-Loan-Entry-Line
               WHEN WP-ENTRY-IS-LATE-CHARGE
                   MOVE "LATE CHARGE" TO WS-ENTRY-LABEL
                   PERFORM Format-Loan-Entry-Line
               WHEN WP-ENTRY-IS-DISPUTE-CREDIT
                   STRING "  " WP-POST-DATE
                           "  " WP-TRAN-CODE
                           "  " WS-EDITED-AMOUNT
                           "  DISPUTE CREDIT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "  " WP-POST-DATE
                           "  " WP-TRAN-CODE
                           "  " WS-EDITED-AMOUNT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

       Format-Loan-Entry-Line.
           STRING "  " WP-POST-DATE
                   "  " WP-TRAN-CODE
                   "  " WS-EDITED-AMOUNT
                   "  " WS-ENTRY-LABEL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.

      * The loan's standing off LOANMAST. The payments still to
      * come run the schedule forward from today's principal at
      * the scheduled installment, so extra principal paid shows
      * up as a shorter loan.
       Print-Loan-Summary.
           IF NOT LOANS-ON-FILE
               MOVE "LOAN TERMS NOT ON LOAN MASTER" TO WS-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-ACCT-SSN TO LN-ACCT-SSN.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LOAN TERMS NOT ON LOAN MASTER"
                       TO WS-PRINT-LINE
                   WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
                   EXIT PARAGRAPH
           END-READ.

           MOVE LN-PRINCIPAL-BALANCE TO WS-EDITED-AMOUNT.
           MOVE LN-ANNUAL-RATE TO WS-EDITED-RATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRINCIPAL BALANCE:  " WS-EDITED-AMOUNT
                   "  RATE:" WS-EDITED-RATE "%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE LN-INTEREST-PAID TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTEREST PAID TO DATE:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE LN-PRINCIPAL-BALANCE TO WS-PROJECTED-BALANCE.
           MOVE 0 TO WS-PAYMENTS-LEFT.
           PERFORM UNTIL WS-PROJECTED-BALANCE = 0
                   OR WS-PAYMENTS-LEFT = 999
               ADD 1 TO WS-PAYMENTS-LEFT
               COMPUTE WS-PROJECTED-INTEREST ROUNDED =
                   WS-PROJECTED-BALANCE * LN-ANNUAL-RATE / 1200
               IF LN-PAYMENT-AMOUNT NOT <
                       WS-PROJECTED-BALANCE + WS-PROJECTED-INTEREST
                   OR LN-PAYMENT-AMOUNT NOT > WS-PROJECTED-INTEREST
                   MOVE 0 TO WS-PROJECTED-BALANCE
               ELSE
                   COMPUTE WS-PROJECTED-BALANCE =
                       WS-PROJECTED-BALANCE - LN-PAYMENT-AMOUNT
                       + WS-PROJECTED-INTEREST
               END-IF
           END-PERFORM.
           MOVE LN-PAYMENTS-MADE TO WS-PAYMENTS-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENTS MADE:      " WS-PAYMENTS-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PAYMENTS-LEFT TO WS-PAYMENTS-DISPLAY.
           STRING "  PAYMENTS REMAINING:" WS-PAYMENTS-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(24:).
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF LN-LOAN-IS-PAID-OFF
               STRING "PAID IN FULL " LN-LAST-PAY-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
      * The last installment is only what is left to pay off.
               COMPUTE WS-PROJECTED-BALANCE =
                   LN-PAYMENT-AMOUNT - LN-INSTALLMENT-PAID
               IF WS-PROJECTED-BALANCE >
                       LN-PRINCIPAL-BALANCE + LN-INTEREST-DUE
                   COMPUTE WS-PROJECTED-BALANCE =
                       LN-PRINCIPAL-BALANCE + LN-INTEREST-DUE
               END-IF
               COMPUTE WS-EDITED-DUE =
                   WS-PROJECTED-BALANCE + LN-LATE-CHARGE-DUE
               STRING "NEXT PAYMENT DUE:   " WS-EDITED-DUE
                       "  ON " LN-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           IF LN-LATE-CHARGE-DUE > 0 OR LN-DAYS-PAST-DUE > 0
               MOVE LN-LATE-CHARGE-DUE TO WS-EDITED-AMOUNT
               MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LATE CHARGES DUE:   " WS-EDITED-AMOUNT
                       "  DAYS PAST DUE:" WS-DAYS-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
           END-IF.

      * The debit leg went TO the other account, the credit leg
      * came FROM it.
       Format-Transfer-Line.
           MOVE WP-XFER-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-XFER-SSN.
           IF WP-TRAN-IS-DEBIT
               STRING "  " WP-POST-DATE
                       "  " WP-TRAN-CODE
                       "  " WS-EDITED-AMOUNT
                       "  TRANSFER TO   " WS-MASKED-XFER-SSN
                       " REF:" WP-XFER-REF
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  " WP-POST-DATE
                       "  " WP-TRAN-CODE
                       "  " WS-EDITED-AMOUNT
                       "  TRANSFER FROM " WS-MASKED-XFER-SSN
                       " REF:" WP-XFER-REF
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
