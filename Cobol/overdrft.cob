      * above zero drops off the age file and a hold it carried
      * is released - the credit that cured it was allowed
      * through by design.
      * A balance only goes past the overdraft allowance of the
      * account's product on the PRODMAST product master
      * (PROD-MASTER-REC.cpy; no product code prices as STD).
      * A negative balance inside the allowance lists as WITHIN
      * ALLOWANCE and neither ages nor holds - a held account that
      * comes back inside it is released like one back above
      * zero. An account whose product is not on the master, or a
      * run with no master at all, is allowed nothing, exactly as
      * before products existed, and the missing product is
      * logged. An installment loan's balance is negative by
      * design - it is what the borrower owes - so loans are left
      * to LOANDLQ and never age, dun or hold here.
      * The allowance is home currency: a foreign-currency
      * account is allowed its equivalent at the day's FXRATE
      * rate (through the CALLed CURRCNVW service), and nothing
      * when there is no rate - the missing rate is logged.
      * Placing or releasing a hold also queues the customer's
      * HOLDON or HOLDOF letter through the CALLed LTRREQW
      * writer, for the nightly LTRPRINT run to print.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAFT-CONTROL-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      * Missing card takes the house default of 10 days.
       01 OVERDRAFT-CONTROL-REC       PIC 9(3).

       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       WORKING-STORAGE SECTION.
       01 WS-OVERDRAFT-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-OVERDRAFT-AGES-STATUS    PIC XX VALUE "00".
       01 WS-OVERDRAFT-REPORT-STATUS  PIC XX VALUE "00".
       01 WS-FIRST-DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WS-DAYS-NEGATIVE            PIC 9(5) VALUE 0.

       01 WS-PRODUCT-FILE-SWITCH      PIC X VALUE 'N'.
           88 PRODUCT-FILE-ON-FILE         VALUE 'Y'.
       01 WS-OVERDRAFT-ALLOWANCE      PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE-PAST-ALLOWANCE   PIC S9(8)V99 VALUE 0.

      * The age file held whole, RUNREGW-style, and rewritten at
      * end of run with only the accounts still negative.
       01 WS-AGE-COUNT                PIC 9(3) VALUE 0.
       01 WS-HOLDS-PLACED             PIC 9(4) VALUE 0.
       01 WS-HOLDS-RELEASED           PIC 9(4) VALUE 0.
       01 WS-LETTERS-WRITTEN          PIC 9(4) VALUE 0.
       01 WS-WITHIN-ALLOWANCE         PIC 9(4) VALUE 0.
       01 WS-UNPRICED-ACCOUNTS        PIC 9(4) VALUE 0.

       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-DAYS-DISPLAY             PIC ZZZZ9.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-LETTER-REQUEST.
           COPY LTR-REQ-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "OVERDRFT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NUMBER =
           PERFORM Read-Overdraft-Control.
           PERFORM Load-Age-Table.

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS = "00"
               SET PRODUCT-FILE-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO PRODUCT MASTER - NO OVERDRAFT ALLOWANCE:"
                       WS-PRODUCT-MASTER-STATUS
           END-IF.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               IF PRODUCT-FILE-ON-FILE
                   CLOSE PRODUCT-MASTER
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE DUNNING-LETTERS.
           CLOSE OVERDRAFT-REPORT.
           CLOSE ACCOUNT-MASTER.
           IF PRODUCT-FILE-ON-FILE
               CLOSE PRODUCT-MASTER
           END-IF.
           PERFORM Rewrite-Age-File.
           IF WS-UNPRICED-ACCOUNTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Overdraft-Control.
           END-IF.

       Review-One-Account.
           IF AM-ACCOUNT-IS-LOAN
               EXIT PARAGRAPH
           END-IF.
           IF AM-BALANCE < 0
               PERFORM Find-Overdraft-Allowance
               COMPUTE WS-BALANCE-PAST-ALLOWANCE =
                   AM-BALANCE + WS-OVERDRAFT-ALLOWANCE
               IF WS-BALANCE-PAST-ALLOWANCE < 0
                   PERFORM Report-Negative-Account
               ELSE
                   PERFORM Report-Within-Allowance
                   IF AM-ACCOUNT-IS-HELD
                       PERFORM Release-Account-Hold
                   END-IF
               END-IF
           ELSE
               IF AM-ACCOUNT-IS-HELD
                   PERFORM Release-Account-Hold
               END-IF
           END-IF.

      * The account's product sets how far below zero it may go;
      * a blank code is an account opened before products existed
      * and prices as the house standard STD.
       Find-Overdraft-Allowance.
           MOVE 0 TO WS-OVERDRAFT-ALLOWANCE.
           IF NOT PRODUCT-FILE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           IF AM-PRODUCT-CODE = SPACES
               MOVE "STD" TO PR-PRODUCT-CODE
           ELSE
               MOVE AM-PRODUCT-CODE TO PR-PRODUCT-CODE
           END-IF.
           READ PRODUCT-MASTER
               INVALID KEY
                   PERFORM Log-Unpriced-Account
                   EXIT PARAGRAPH
           END-READ.
           MOVE PR-OVERDRAFT-LIMIT TO WS-OVERDRAFT-ALLOWANCE.
           IF AM-CURRENCY-IS-HOME OR WS-OVERDRAFT-ALLOWANCE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE SPACES TO CV-FROM-CURRENCY.
           MOVE AM-CURRENCY-CODE TO CV-TO-CURRENCY.
           MOVE WS-RUN-DATE TO CV-RATE-DATE.
           MOVE WS-OVERDRAFT-ALLOWANCE TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF CV-WAS-DONE
               MOVE CV-AMOUNT-OUT TO WS-OVERDRAFT-ALLOWANCE
           ELSE
               MOVE 0 TO WS-OVERDRAFT-ALLOWANCE
               PERFORM Log-Unconverted-Account
           END-IF.

       Log-Unconverted-Account.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "OVERDRFT" TO EX-PROGRAM-ID.
           STRING "NO EXCHANGE RATE:" AM-CURRENCY-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * Inside the allowance the account lists but does not age:
      * with no age-table entry marked it drops off the age file,
      * so its clock starts fresh if it ever goes past.
       Report-Within-Allowance.
           ADD 1 TO WS-WITHIN-ALLOWANCE.
           MOVE AM-BALANCE TO WS-EDITED-BALANCE.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEGATIVE " WS-MASKED-SSN
                   " BAL:" WS-EDITED-BALANCE
                   " WITHIN ALLOWANCE"
                   " PRODUCT:" PR-PRODUCT-CODE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OVERDRAFT-REPORT-LINE FROM WS-REPORT-LINE.

       Log-Unpriced-Account.
           ADD 1 TO WS-UNPRICED-ACCOUNTS.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A009" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "OVERDRFT" TO EX-PROGRAM-ID.
           STRING "NO PRICING PRODUCT:" PR-PRODUCT-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * An account the full age table could not take still
      * reports, aged zero from today - tracked or not, a
      * negative balance never goes unlisted.
                   MOVE 'H' TO AM-STATUS
                   REWRITE ACCOUNT-MASTER-REC
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE "HOLDON" TO LQ-TEMPLATE-ID
                   MOVE "OVERDRAWN" TO LQ-EVENT-DETAIL
                   PERFORM Request-Hold-Letter
               END-IF
           END-IF.

                   " HOLD CLEARED - BALANCE RECOVERED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OVERDRAFT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE "HOLDOF" TO LQ-TEMPLATE-ID.
           MOVE "BALANCE RECOVERED" TO LQ-EVENT-DETAIL.
           PERFORM Request-Hold-Letter.

      * The letter quotes the balance the hold turned on.
       Request-Hold-Letter.
           MOVE AM-ACCT-SSN TO LQ-ACCT-SSN.
           MOVE "OVERDRFT" TO LQ-SOURCE-PROGRAM.
           MOVE WS-RUN-DATE TO LQ-EVENT-DATE.
           MOVE AM-BALANCE TO LQ-EVENT-AMOUNT.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.

      * Only accounts still negative survive onto the age file;
      * everyone else's clock resets by dropping off.
           STRING "DUNNING LETTERS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OVERDRAFT-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-WITHIN-ALLOWANCE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WITHIN ALLOWANCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OVERDRAFT-REPORT-LINE FROM WS-REPORT-LINE.
