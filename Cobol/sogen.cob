       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.
      * Daily standing-order generator: every order on the STNDORD
      * master (copybooks/STND-ORDER-REC.cpy) that falls due on
      * the business day becomes a detail in a properly balanced
      * ACCTTRAN batch (copybooks/ACCT-TRAN-REC.cpy) - header,
      * one 'D' detail per payment, trailer with the count and
      * amount hash - written to SOBATCH for ACCTPOST to post,
      * so the fixed monthly debits and sweeps stop being keyed
      * by hand. A due date on a weekend or HOLMAST holiday rolls
      * to the next business day through BIZDAYW; a payment that
      * fell due while the generator did not run is caught up on
      * the next run. Each payment generated advances the order
      * by its frequency, monthly, quarterly and annual orders
      * returning to their anchor day after a short month.
      * An order suspends while its account is held or dormant:
      * the payment due is skipped - not stored up to land all at
      * once on release - and the order moves to its next date.
      * An order expires once its next date passes its end date,
      * or when its account has closed, escheated or left the
      * master. SOGREG lists every payment generated, skipped and
      * every order expired.
      * SOGCTL card (optional): pos 1-8 the business date to
      * generate for (default the run date), pos 9-12 the batch
      * number (default 9000 - the generator keeps the 9000s so
      * a hand-keyed batch of the same day never collides with it
      * on ACCTPOST's posted-batch register).
      * An order's amount is in its account's own currency, so
      * each payment goes out with no currency of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATOR-CONTROL ASSIGN TO "SOGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATOR-CONTROL-STATUS.

           SELECT ORDER-MASTER ASSIGN TO "Cobol/data/STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT GENERATED-BATCH ASSIGN TO "Cobol/data/SOBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-BATCH-STATUS.

           SELECT GENERATOR-REGISTER ASSIGN TO "Cobol/data/SOGREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATOR-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATOR-CONTROL.
       01 GENERATOR-CONTROL-REC.
           05 GC-BUSINESS-DATE        PIC 9(8).
           05 GC-BATCH-NUMBER         PIC 9(4).

       FD  ORDER-MASTER.
       01 ORDER-MASTER-REC.
           COPY STND-ORDER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  GENERATED-BATCH.
       01 GENERATED-BATCH-REC         PIC X(41).

       FD  GENERATOR-REGISTER.
       01 GENERATOR-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GENERATOR-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-ORDER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-GENERATED-BATCH-STATUS   PIC XX VALUE "00".
       01 WS-GENERATOR-REGISTER-STATUS PIC XX VALUE "00".

           COPY ACCT-TRAN-REC.

       01 WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01 WS-BATCH-NUMBER             PIC 9(4) VALUE 9000.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.

       01 WS-BIZDAY-REQUEST.
           05 BD-REQUEST-CODE         PIC X VALUE SPACE.
           05 BD-DATE-IN              PIC 9(8) VALUE 0.
           05 BD-RESULT-SWITCH        PIC X VALUE SPACE.
           05 BD-DATE-OUT             PIC 9(8) VALUE 0.

       01 WS-ORDERS-READ              PIC 9(5) VALUE 0.
       01 WS-PAYMENTS-GENERATED       PIC 9(6) VALUE 0.
       01 WS-PAYMENTS-SKIPPED         PIC 9(5) VALUE 0.
       01 WS-ORDERS-EXPIRED           PIC 9(5) VALUE 0.
       01 WS-BATCH-AMOUNT-HASH        PIC 9(9)V99 VALUE 0.

      * One order's working state while its due payments settle.
       01 WS-EFFECTIVE-DATE           PIC 9(8) VALUE 0.
       01 WS-OCCURRENCES              PIC 9(3) VALUE 0.
       01 WS-ORDER-CHANGED-SWITCH     PIC X VALUE 'N'.
           88 ORDER-WAS-CHANGED            VALUE 'Y'.
           88 ORDER-NOT-CHANGED            VALUE 'N'.
       01 WS-DUE-SWITCH               PIC X VALUE 'N'.
           88 PAYMENT-IS-DUE               VALUE 'Y'.
           88 PAYMENT-NOT-DUE              VALUE 'N'.
       01 WS-ACCOUNT-SWITCH           PIC X VALUE 'N'.
           88 ACCOUNT-CAN-POST             VALUE 'P'.
           88 ACCOUNT-IS-SUSPENDED         VALUE 'S'.
           88 ACCOUNT-IS-GONE              VALUE 'G'.

      * Date arithmetic for the frequency step.
       01 WS-STEP-DATE                PIC 9(8) VALUE 0.
       01 WS-STEP-DATE-X REDEFINES WS-STEP-DATE.
           05 WS-STEP-YEAR            PIC 9(4).
           05 WS-STEP-MONTH           PIC 99.
           05 WS-STEP-DAY             PIC 99.
       01 WS-MONTH-END-DATE           PIC 9(8) VALUE 0.
       01 WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE.
           05 FILLER                  PIC 9(6).
           05 WS-MONTH-END-DAY        PIC 99.
       01 WS-MONTHS-TO-ADD            PIC 99 VALUE 0.
       01 WS-MONTH-COUNT              PIC 9(6) VALUE 0.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.

       01 WS-DISPOSITION              PIC X(9) VALUE SPACES.
       01 WS-REGISTER-REASON          PIC X(25) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-HASH              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "SOGEN"    TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           PERFORM Read-Generator-Control.

           OPEN I-O ORDER-MASTER.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "STANDING ORDER MASTER NOT AVAILABLE:"
                       WS-ORDER-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE ORDER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GENERATED-BATCH.
           OPEN OUTPUT GENERATOR-REGISTER.
           PERFORM Write-Batch-Header.

           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       IF SO-ORDER-IS-ACTIVE
                           PERFORM Settle-One-Order
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM Write-Batch-Trailer.
           PERFORM Write-Register-Totals.
           CLOSE GENERATOR-REGISTER.
           CLOSE GENERATED-BATCH.
           CLOSE ACCOUNT-MASTER.
           CLOSE ORDER-MASTER.
           GOBACK.

      * A card date that is not a real date is refused to the
      * run date rather than generating a wrong day's payments.
       Read-Generator-Control.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT GENERATOR-CONTROL.
           IF WS-GENERATOR-CONTROL-STATUS = "00"
               READ GENERATOR-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Control-Card
               END-READ
               CLOSE GENERATOR-CONTROL
           END-IF.
           DISPLAY "STANDING ORDERS FOR BUSINESS DATE:"
                   WS-BUSINESS-DATE " BATCH:" WS-BATCH-NUMBER.

       Take-Control-Card.
           IF GC-BUSINESS-DATE NUMERIC AND GC-BUSINESS-DATE NOT = 0
               CALL "DATECHK" USING GC-BUSINESS-DATE WS-DATE-RESULT
               IF WS-DATE-RESULT = 'N'
                   DISPLAY "SOGCTL DATE INVALID - RUN DATE USED:"
                           GC-BUSINESS-DATE
               ELSE
                   MOVE GC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           IF GC-BATCH-NUMBER NUMERIC AND GC-BATCH-NUMBER NOT = 0
               MOVE GC-BATCH-NUMBER TO WS-BATCH-NUMBER
           END-IF.

       Write-Batch-Header.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE TO PT-HDR-BATCH-DATE.
           MOVE WS-BATCH-NUMBER  TO PT-HDR-BATCH-NUMBER.
           WRITE GENERATED-BATCH-REC FROM TRAN-RECORD.

       Write-Batch-Trailer.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-TRAILER TO TRUE.
           MOVE WS-PAYMENTS-GENERATED TO PT-TRL-RECORD-COUNT.
           MOVE WS-BATCH-AMOUNT-HASH  TO PT-TRL-AMOUNT-HASH.
           WRITE GENERATED-BATCH-REC FROM TRAN-RECORD.

      * The order's account is judged once; each payment due by
      * the business day then generates or skips in turn, the
      * order stepping forward after each. The never-cap-silently
      * rule: an order more than a hundred payments behind stops
      * and is named on the console rather than flooding the batch.
       Settle-One-Order.
           SET ORDER-NOT-CHANGED TO TRUE.
           MOVE 0 TO WS-OCCURRENCES.
           PERFORM Judge-Order-Account.
           IF ACCOUNT-IS-GONE
               MOVE "ACCOUNT CLOSED OR GONE" TO WS-REGISTER-REASON
               PERFORM Expire-Order
           ELSE
               PERFORM Check-Order-End
               PERFORM Find-Effective-Date
               PERFORM UNTIL SO-ORDER-IS-EXPIRED
                       OR PAYMENT-NOT-DUE
                       OR WS-OCCURRENCES >= 100
                   ADD 1 TO WS-OCCURRENCES
                   IF ACCOUNT-IS-SUSPENDED
                       PERFORM Skip-Payment
                   ELSE
                       PERFORM Generate-Payment
                   END-IF
                   PERFORM Step-Next-Due-Date
                   PERFORM Check-Order-End
                   PERFORM Find-Effective-Date
               END-PERFORM
               IF PAYMENT-IS-DUE AND SO-ORDER-IS-ACTIVE
                   MOVE SO-ACCT-SSN TO WS-MASK-SSN-IN
                   CALL "SSNMASKW" USING WS-MASK-SSN-IN
                       WS-MASKED-SSN
                   DISPLAY "ORDER 100 PAYMENTS BEHIND - STOPPED:"
                           WS-MASKED-SSN " " SO-ORDER-NUMBER
               END-IF
           END-IF.
           IF ORDER-WAS-CHANGED
               REWRITE ORDER-MASTER-REC
               IF WS-ORDER-MASTER-STATUS NOT = "00"
                   DISPLAY "ORDER REWRITE FAILED - STATUS:"
                           WS-ORDER-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       Judge-Order-Account.
           SET ACCOUNT-IS-GONE TO TRUE.
           MOVE SO-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-IS-CLOSED
                           OR AM-ACCOUNT-IS-ESCHEATED
                           CONTINUE
                       WHEN AM-ACCOUNT-IS-HELD
                           OR AM-ACCOUNT-IS-DORMANT
                           SET ACCOUNT-IS-SUSPENDED TO TRUE
                       WHEN OTHER
                           SET ACCOUNT-CAN-POST TO TRUE
                   END-EVALUATE
           END-READ.

       Check-Order-End.
           IF SO-END-DATE NOT = 0
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE "END DATE PASSED" TO WS-REGISTER-REASON
               PERFORM Expire-Order
           END-IF.

      * The scheduled date rolls forward past weekends and
      * holidays; a calendar BIZDAYW cannot answer leaves the
      * scheduled date standing.
       Find-Effective-Date.
           MOVE SO-NEXT-DUE-DATE TO WS-EFFECTIVE-DATE.
           MOVE 'B' TO BD-REQUEST-CODE.
           MOVE SO-NEXT-DUE-DATE TO BD-DATE-IN.
           CALL "BIZDAYW" USING WS-BIZDAY-REQUEST.
           IF BD-RESULT-SWITCH NOT = 'Y'
               MOVE 'N' TO BD-REQUEST-CODE
               MOVE SO-NEXT-DUE-DATE TO BD-DATE-IN
               CALL "BIZDAYW" USING WS-BIZDAY-REQUEST
               IF BD-RESULT-SWITCH = 'Y'
                   MOVE BD-DATE-OUT TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.
           IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
               OR SO-ORDER-IS-EXPIRED
               SET PAYMENT-NOT-DUE TO TRUE
           ELSE
               SET PAYMENT-IS-DUE TO TRUE
           END-IF.

       Generate-Payment.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-DETAIL TO TRUE.
           MOVE SO-ACCT-SSN  TO PT-ACCT-SSN.
           MOVE SO-TRAN-CODE TO PT-TRAN-CODE.
           MOVE SO-AMOUNT    TO PT-AMOUNT.
           MOVE 0            TO PT-ORIG-DATE.
           MOVE 0            TO PT-TARGET-SSN.
           MOVE SPACES       TO PT-CURRENCY-CODE.
           MOVE SPACE        TO PT-CASH-FLAG.
           WRITE GENERATED-BATCH-REC FROM TRAN-RECORD.
           ADD 1 TO WS-PAYMENTS-GENERATED.
           ADD SO-AMOUNT TO WS-BATCH-AMOUNT-HASH.
           MOVE WS-BUSINESS-DATE TO SO-LAST-GEN-DATE.
           SET ORDER-WAS-CHANGED TO TRUE.
           MOVE "GENERATED" TO WS-DISPOSITION.
           MOVE SO-REFERENCE TO WS-REGISTER-REASON.
           PERFORM Write-Register-Detail.

       Skip-Payment.
           ADD 1 TO WS-PAYMENTS-SKIPPED.
           MOVE "SKIPPED" TO WS-DISPOSITION.
           IF AM-ACCOUNT-IS-HELD
               MOVE "SUSPENDED - ACCOUNT HELD" TO WS-REGISTER-REASON
           ELSE
               MOVE "SUSPENDED - DORMANT" TO WS-REGISTER-REASON
           END-IF.
           PERFORM Write-Register-Detail.

       Expire-Order.
           SET SO-ORDER-IS-EXPIRED TO TRUE.
           SET ORDER-WAS-CHANGED TO TRUE.
           SET PAYMENT-NOT-DUE TO TRUE.
           ADD 1 TO WS-ORDERS-EXPIRED.
           MOVE SO-NEXT-DUE-DATE TO WS-EFFECTIVE-DATE.
           MOVE "EXPIRED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

      * Weekly steps seven days; the others step whole months and
      * land on the anchor day, or the month's last day when the
      * month is shorter.
       Step-Next-Due-Date.
           SET ORDER-WAS-CHANGED TO TRUE.
           EVALUATE TRUE
               WHEN SO-FREQ-IS-WEEKLY
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE)
                       + 7
                   COMPUTE SO-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                   EXIT PARAGRAPH
               WHEN SO-FREQ-IS-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN SO-FREQ-IS-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
           END-EVALUATE.
           MOVE SO-NEXT-DUE-DATE TO WS-STEP-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-STEP-YEAR * 12 + WS-STEP-MONTH - 1
               + WS-MONTHS-TO-ADD.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-STEP-YEAR REMAINDER WS-STEP-MONTH.
           ADD 1 TO WS-STEP-MONTH.
           MOVE 1 TO WS-STEP-DAY.
           PERFORM Find-Month-End.
           IF SO-ANCHOR-DAY = 0 OR SO-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-STEP-DAY
           ELSE
               MOVE SO-ANCHOR-DAY TO WS-STEP-DAY
           END-IF.
           MOVE WS-STEP-DATE TO SO-NEXT-DUE-DATE.

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

       Write-Register-Detail.
           MOVE SO-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SO-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " WS-MASKED-SSN
                   " " SO-ORDER-NUMBER
                   " " SO-TRAN-CODE
                   " " WS-EDITED-AMOUNT
                   " " WS-EFFECTIVE-DATE
                   " " WS-REGISTER-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GENERATOR-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-ORDERS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS READ:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GENERATOR-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-PAYMENTS-GENERATED TO WS-COUNT-DISPLAY.
           MOVE WS-BATCH-AMOUNT-HASH TO WS-EDITED-HASH.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYMENTS GENERATED: " WS-COUNT-DISPLAY
                   "  AMOUNT:" WS-EDITED-HASH
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GENERATOR-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-PAYMENTS-SKIPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYMENTS SKIPPED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GENERATOR-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ORDERS-EXPIRED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS EXPIRED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GENERATOR-REGISTER-LINE FROM WS-REGISTER-LINE.
