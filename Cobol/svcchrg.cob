       PROGRAM-ID. SVCCHRG.
      * Monthly service-charge assessment - the tariff's
      * maintenance fee, collected through the established path
      * instead of rounding to zero. Each account's product on the
      * PRODMAST product master (PROD-MASTER-REC.cpy) carries its
      * flat monthly charge and waiver minimum, where the single
      * FEECTL card once priced every account alike; an account
      * with no product code prices as STD, and a product with no
      * fee is simply not charged. Each open
      * ACCTMAST account at or above the minimum is waived on the
      * register, and every other open account is charged: the
      * balance debits, the posting lands on POSTHIST under its
      * the line prints on the SVCCREG assessment register with
      * the masked account key. The run's total appends to the
      * BALRPT balancing report exactly the way ACCTACCR ties in
      * its accrual total. No product master means no assessment
      * and a hard stop; an account whose product is not on the
      * master is logged and left uncharged - never a guessed fee.
      * Installment loans carry no maintenance fee; their only
      * charges are LOANDLQ's late charges.
      * The product's fee and waiver minimum are home currency. A
      * foreign-currency account is charged the fee converted
      * into its own currency at the day's FXRATE rate (rounded
      * by that currency's CURRTAB rule, through the CALLed
      * CURRCNVW service), and its balance is valued in home
      * currency against the minimum; the totals stay in home
      * currency. No rate for the day means the account is
      * logged and left uncharged - never a guessed rate.
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
       01 WS-ASSESS-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-MONTHLY-CHARGE           PIC 9(5)V99 VALUE 0.
       01 WS-WAIVER-MINIMUM           PIC 9(7)V99 VALUE 0.
       01 WS-PRODUCT-SWITCH           PIC X VALUE 'N'.
           88 PRODUCT-WAS-FOUND            VALUE 'Y'.
           88 PRODUCT-NOT-FOUND            VALUE 'N'.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-ACCOUNTS-CHARGED         PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-WAIVED          PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-NO-FEE          PIC 9(5) VALUE 0.
       01 WS-UNPRICED-ACCOUNTS        PIC 9(5) VALUE 0.
       01 WS-UNCONVERTED-ACCOUNTS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHARGED            PIC 9(9)V99 VALUE 0.
       01 WS-ACCOUNT-CHARGE           PIC 9(7)V99 VALUE 0.
       01 WS-HOME-BALANCE             PIC S9(9)V99 VALUE 0.

       01 WS-EDITED-CHARGE            PIC ZZ,ZZ9.99.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "SVCCHRG"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "NO PRODUCT MASTER - NO ASSESSMENT RUN:"
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
                           PERFORM Find-Account-Product
                           IF PRODUCT-WAS-FOUND
                               PERFORM Assess-One-Account
                           ELSE
                               PERFORM Log-Unpriced-Account
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSESS-REGISTER.
           CLOSE POSTING-HISTORY.
           CLOSE ACCOUNT-MASTER.
           CLOSE PRODUCT-MASTER.
           PERFORM Append-To-Balancing-Report.
           IF WS-UNPRICED-ACCOUNTS > 0
               OR WS-UNCONVERTED-ACCOUNTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The account's product carries its fee and waiver minimum;
      * a blank code is an account opened before products existed
      * and prices as the house standard STD.
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
           SET PRODUCT-WAS-FOUND TO TRUE.
           MOVE PR-MONTHLY-FEE TO WS-MONTHLY-CHARGE.
           MOVE PR-WAIVER-MINIMUM TO WS-WAIVER-MINIMUM.

      * A product with no fee prints as such; otherwise a balance
      * at or above the minimum waives - and the waiver prints,
      * so fee income that stays uncollected is a decision on
      * record, not a gap.
       Assess-One-Account.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           IF WS-MONTHLY-CHARGE = 0
               ADD 1 TO WS-ACCOUNTS-NO-FEE
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "NO FEE  " WS-MASKED-SSN
                       " PRODUCT:" PR-PRODUCT-CODE
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTHLY-CHARGE TO WS-ACCOUNT-CHARGE.
           MOVE AM-BALANCE TO WS-HOME-BALANCE.
           IF NOT AM-CURRENCY-IS-HOME
               PERFORM Convert-For-Account
               IF NOT CV-WAS-DONE
                   PERFORM Log-Unconverted-Account
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-HOME-BALANCE NOT < WS-WAIVER-MINIMUM
               ADD 1 TO WS-ACCOUNTS-WAIVED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "WAIVED  " WS-MASKED-SSN
      * The charge goes through the established path: balance
      * debits, history carries an 'F' entry, register ties out.
       Post-Service-Charge.
           SUBTRACT WS-ACCOUNT-CHARGE FROM AM-BALANCE.
           REWRITE ACCOUNT-MASTER-REC.
           ADD 1 TO WS-ACCOUNTS-CHARGED.
           ADD WS-MONTHLY-CHARGE TO WS-TOTAL-CHARGED.
           MOVE AM-ACCT-SSN TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE TO PH-POST-DATE.
           MOVE 'D' TO PH-TRAN-CODE.
           MOVE WS-ACCOUNT-CHARGE TO PH-AMOUNT.
           MOVE 'F' TO PH-ENTRY-TYPE.
           MOVE 0 TO PH-ORIG-DATE.
           MOVE 0 TO PH-XFER-ACCT-SSN.
           MOVE ZEROS TO PH-XFER-REF.
           IF AM-CURRENCY-IS-HOME
               MOVE SPACES TO PH-CURRENCY-CODE
               MOVE 0 TO PH-HOME-AMOUNT
           ELSE
               MOVE AM-CURRENCY-CODE TO PH-CURRENCY-CODE
               MOVE WS-MONTHLY-CHARGE TO PH-HOME-AMOUNT
           END-IF.
           MOVE SPACE TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.

           MOVE WS-ACCOUNT-CHARGE TO WS-EDITED-CHARGE.
           MOVE AM-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHARGED " WS-MASKED-SSN
                   " FEE:" WS-EDITED-CHARGE
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           IF NOT AM-CURRENCY-IS-HOME
               MOVE AM-CURRENCY-CODE TO WS-REGISTER-LINE(53:3)
           END-IF.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The home-currency fee into the account's currency, and
      * the account's balance into home currency, at the day's
      * rate.
       Convert-For-Account.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE SPACES TO CV-FROM-CURRENCY.
           MOVE AM-CURRENCY-CODE TO CV-TO-CURRENCY.
           MOVE WS-RUN-DATE TO CV-RATE-DATE.
           MOVE WS-MONTHLY-CHARGE TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF NOT CV-WAS-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE CV-AMOUNT-OUT TO WS-ACCOUNT-CHARGE.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY.
           MOVE SPACES TO CV-TO-CURRENCY.
           MOVE AM-BALANCE TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           MOVE CV-AMOUNT-OUT TO WS-HOME-BALANCE.

      * A foreign account with no rate for the day is left
      * uncharged rather than charged at a guessed rate; the log
      * entry is the cue to key the rate on FXRATE.
       Log-Unconverted-Account.
           ADD 1 TO WS-UNCONVERTED-ACCOUNTS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NO RATE " WS-MASKED-SSN
                   " NO RATE FOR CURRENCY:" AM-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "SVCCHRG" TO EX-PROGRAM-ID.
           STRING "NO EXCHANGE RATE:" AM-CURRENCY-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * An open account whose product is missing from the master
      * is left uncharged rather than charged some other
      * product's fee; the log entry is the cue to put the
      * product on PRODMAST or move the account to one that is.
       Log-Unpriced-Account.
           ADD 1 TO WS-UNPRICED-ACCOUNTS.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "UNPRICED " WS-MASKED-SSN
                   " PRODUCT NOT ON PRODMAST:" PR-PRODUCT-CODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A009" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "SVCCHRG" TO EX-PROGRAM-ID.
           STRING "NO PRICING PRODUCT:" PR-PRODUCT-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Total.
           MOVE WS-ACCOUNTS-CHARGED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CHARGED TO WS-EDITED-TOTAL.
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ACCOUNTS-NO-FEE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNTS NO FEE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-UNPRICED-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNTS UNPRICED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-UNCONVERTED-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNTS NO RATE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ASSESS-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The grand total ties into the balancing report the same
      * way ACCTACCR ties in its accrual total - one balancing
      * point for the month's fee movement.
