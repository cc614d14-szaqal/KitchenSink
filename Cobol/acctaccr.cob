      * prints on the accrual register; the register's grand total
      * is appended to the BALRPT balancing report so the day's
      * money movement ties back in one place. The annual rate
      * comes from the account's product on the PRODMAST product
      * master (PROD-MASTER-REC.cpy), where the single RATECTL card
      * used to price every account alike: the whole balance
      * earns the rate of the highest balance tier it reaches, and
      * an account with no product code prices as STD. No product
      * master means no accrual and a hard stop; an account whose
      * product is not on the master is logged and skipped - never
      * a guessed rate. Installment loans earn nothing here; their
      * interest is charged as ACCTPOST takes each payment.
      * A foreign-currency account earns in its own currency: the
      * day's interest rounds by that currency's CURRTAB rule
      * through the CALLed CURRCNVW service and posts as is,
      * while the register and BALRPT totals value it in home
      * currency at the day's FXRATE rate. Tier floors are home
      * currency, so the balance that picks the tier is valued
      * at the same rate. No rate for the day
      * means the account is logged and skipped, like an
      * unpriced one - never a guessed rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
       01 BALANCE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-ACCRUAL-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-BALANCE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-ANNUAL-RATE              PIC 9(2)V9(4) VALUE 0.
       01 WS-PRODUCT-SWITCH           PIC X VALUE 'N'.
           88 PRODUCT-WAS-FOUND            VALUE 'Y'.
           88 PRODUCT-NOT-FOUND            VALUE 'N'.
       01 WS-TIER-INDEX               PIC 9 VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-RAW-INTEREST             PIC S9(7)V9(4) VALUE 0.
       01 WS-DAILY-INTEREST           PIC S9(7)V99 VALUE 0.
       01 WS-HOME-INTEREST            PIC S9(7)V99 VALUE 0.
       01 WS-UNCONVERTED-ACCOUNTS     PIC 9(5) VALUE 0.
       01 WS-TIER-BALANCE             PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ACCRUED            PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNTS-ACCRUED         PIC 9(5) VALUE 0.
       01 WS-ACCRUAL-EXCEPTIONS       PIC 9(4) VALUE 0.
       01 WS-UNPRICED-ACCOUNTS        PIC 9(5) VALUE 0.

       01 WS-EDITED-INTEREST          PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ACCTACCR" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "NO PRODUCT MASTER - NO ACCRUAL RUN:"
                       WS-PRODUCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE PRODUCT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                       CONTINUE
                   NOT AT END
                       IF AM-ACCOUNT-IS-OPEN
                           AND AM-ACCOUNT-IS-DEPOSIT
                           PERFORM Value-Balance-At-Home
                           IF NOT CV-WAS-DONE
                               PERFORM Log-Unconverted-Account
                           ELSE
                               PERFORM Find-Account-Product
                               IF PRODUCT-WAS-FOUND
                                   PERFORM Accrue-One-Account
                               ELSE
                                   PERFORM Log-Unpriced-Account
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCRUAL-REGISTER.
           CLOSE POSTING-HISTORY.
           CLOSE ACCOUNT-MASTER.
           CLOSE PRODUCT-MASTER.
           PERFORM Append-To-Balancing-Report.

           IF WS-ACCRUAL-EXCEPTIONS > 0
               OR WS-UNPRICED-ACCOUNTS > 0
               OR WS-UNCONVERTED-ACCOUNTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The account's product prices its interest; a blank code
      * is an account opened before products existed, and prices
      * as the house standard STD. The whole balance earns the
      * rate of the highest tier whose floor it reaches, so the
      * tiers are walked upward from the first; an overdrawn
      * balance reaches no floor above zero and is charged at the
      * first tier's rate.
       Find-Account-Product.
           SET PRODUCT-NOT-FOUND TO TRUE.
           IF AM-PRODUCT-CODE = SPACES
               MOVE "STD" TO PR-PRODUCT-CODE
           ELSE
               MOVE AM-PRODUCT-CODE TO PR-PRODUCT-CODE
           END-IF.
           READ PRODUCT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PR-TIER-COUNT < 1 OR PR-TIER-COUNT > 4
               EXIT PARAGRAPH
           END-IF.
           SET PRODUCT-WAS-FOUND TO TRUE.
           MOVE PR-TIER-RATE(1) TO WS-ANNUAL-RATE.
           PERFORM VARYING WS-TIER-INDEX FROM 2 BY 1
                   UNTIL WS-TIER-INDEX > PR-TIER-COUNT
               IF WS-TIER-BALANCE >= PR-TIER-FLOOR(WS-TIER-INDEX)
                   MOVE PR-TIER-RATE(WS-TIER-INDEX) TO WS-ANNUAL-RATE
               END-IF
           END-PERFORM.

      * A home-currency balance is its own home value; a foreign
      * one is valued at the day's rate.
       Value-Balance-At-Home.
           MOVE AM-BALANCE TO WS-TIER-BALANCE.
           MOVE 'Y' TO CV-RESULT.
           IF NOT AM-CURRENCY-IS-HOME
               MOVE 'C' TO CV-REQUEST-CODE
               MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY
               MOVE SPACES TO CV-TO-CURRENCY
               MOVE WS-RUN-DATE TO CV-RATE-DATE
               MOVE AM-BALANCE TO CV-AMOUNT-IN
               CALL "CURRCNVW" USING WS-CURR-CNV-PARM
               MOVE CV-AMOUNT-OUT TO WS-TIER-BALANCE
           END-IF.

      * One day's interest under the same ON SIZE ERROR
      * protection compute.cob gives its arithmetic: an overflow
      * logs and skips the account instead of abending the run or
      * posting nonsense. The raw figure keeps four places so the
      * account currency's rule does the one rounding.
       Accrue-One-Account.
           COMPUTE WS-RAW-INTEREST =
               AM-BALANCE * WS-ANNUAL-RATE / 100 / 365
               ON SIZE ERROR
                   PERFORM Log-Accrual-Exception
               NOT ON SIZE ERROR
                   PERFORM Round-Accrual
           END-COMPUTE.

      * Home-currency interest rounds half-up as it always has
      * (USD's CURRTAB rule); a foreign account's rounds by its
      * own currency's rule and is then valued in home currency
      * for the totals.
       Round-Accrual.
           MOVE 'R' TO CV-REQUEST-CODE.
           MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY.
           MOVE WS-RAW-INTEREST TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF NOT CV-WAS-DONE
               PERFORM Log-Unconverted-Account
               EXIT PARAGRAPH
           END-IF.
           MOVE CV-AMOUNT-OUT TO WS-DAILY-INTEREST.
           MOVE WS-DAILY-INTEREST TO WS-HOME-INTEREST.
           IF NOT AM-CURRENCY-IS-HOME
               MOVE 'C' TO CV-REQUEST-CODE
               MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY
               MOVE SPACES TO CV-TO-CURRENCY
               MOVE WS-RUN-DATE TO CV-RATE-DATE
               MOVE WS-DAILY-INTEREST TO CV-AMOUNT-IN
               CALL "CURRCNVW" USING WS-CURR-CNV-PARM
               IF NOT CV-WAS-DONE
                   PERFORM Log-Unconverted-Account
                   EXIT PARAGRAPH
               END-IF
               MOVE CV-AMOUNT-OUT TO WS-HOME-INTEREST
           END-IF.
           PERFORM Post-Accrual.

      * An overdrawn balance accrues negative interest - a charge,
      * not a credit. The history record carries the absolute
      * amount with the direction in the tran code, per
           ADD WS-DAILY-INTEREST TO AM-BALANCE.
           REWRITE ACCOUNT-MASTER-REC.
           ADD 1 TO WS-ACCOUNTS-ACCRUED.
           ADD WS-HOME-INTEREST TO WS-TOTAL-ACCRUED.

           MOVE AM-ACCT-SSN TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE TO PH-POST-DATE.
      * guessing which credits were deposits.
           MOVE 'I' TO PH-ENTRY-TYPE.
           MOVE 0 TO PH-ORIG-DATE.
           MOVE 0 TO PH-XFER-ACCT-SSN.
           MOVE ZEROS TO PH-XFER-REF.
           IF AM-CURRENCY-IS-HOME
               MOVE SPACES TO PH-CURRENCY-CODE
               MOVE 0 TO PH-HOME-AMOUNT
           ELSE
               MOVE AM-CURRENCY-CODE TO PH-CURRENCY-CODE
               COMPUTE PH-HOME-AMOUNT =
                   FUNCTION ABS(WS-HOME-INTEREST)
           END-IF.
           MOVE SPACE TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.

           MOVE WS-DAILY-INTEREST TO WS-EDITED-INTEREST.
                   " INT:" WS-EDITED-INTEREST
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           IF NOT AM-CURRENCY-IS-HOME
               MOVE AM-CURRENCY-CODE TO WS-REGISTER-LINE(57:3)
           END-IF.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.

       Log-Accrual-Exception.
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * An open account whose product is missing from the master
      * (or carries no usable tiers) earns nothing today rather
      * than a rate borrowed from some other product; the log
      * entry is the cue to put the product on PRODMAST or move
      * the account to one that is.
       Log-Unpriced-Account.
           ADD 1 TO WS-UNPRICED-ACCOUNTS.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NOT ACCRUED " WS-MASKED-SSN
                   " PRODUCT NOT ON PRODMAST:" PR-PRODUCT-CODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A009" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ACCTACCR" TO EX-PROGRAM-ID.
           STRING "NO PRICING PRODUCT:" PR-PRODUCT-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * A foreign account with no rate for the day (or a currency
      * no longer on CURRTAB) earns nothing today rather than be
      * valued at a guessed rate; the log entry is the cue to key
      * the rate on FXRATE.
       Log-Unconverted-Account.
           ADD 1 TO WS-UNCONVERTED-ACCOUNTS.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NOT ACCRUED " WS-MASKED-SSN
                   " NO RATE FOR CURRENCY:" AM-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ACCTACCR" TO EX-PROGRAM-ID.
           STRING "NO EXCHANGE RATE:" AM-CURRENCY-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Total.
           MOVE WS-ACCOUNTS-ACCRUED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-ACCRUED TO WS-EDITED-TOTAL.
