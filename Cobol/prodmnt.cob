       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
      * Maintains the PRODMAST account product master
      * (PROD-MASTER-REC.cpy) and moves accounts between products
      * from one PRODTRAN batch, the JOBMNT pattern: each
      * transaction names the file ('P' product, 'A' account) and
      * the action (Add/Change/Delete). A product carries its
      * name, one to four balance tiers - the first floored at
      * zero, each floor above the last, the rate an annual
      * percent - its monthly fee, the balance that waives the
      * fee and the overdraft allowance ACCTACCR, SVCCHRG and
      * OVERDRFT price from. A product still carried by an
      * account cannot be deleted, and STD, the product every
      * uncoded account prices as, cannot be deleted at all. An
      * account transaction is a product change only: the account
      * must be on ACCTMAST, neither closed nor escheated nor an
      * installment loan (LOANBOOK sets a loan's LON code), and
      * the new product must be on PRODMAST. PRODMREG registers
      * every disposition, the account changes as old product to
      * new under the masked account key.
      * An account transaction may also move the account to
      * another currency on the CURRTAB currency table (checked
      * through the CALLed CURRCNVW service) - only at a zero
      * balance, since nothing converts a balance in place. A
      * blank new product keeps the account's product, a blank
      * currency its currency.
      * An account transaction's SSN is looked up on TOKVAULT
      * (the CALLed TOKENW service) first: ACCTMAST is keyed on
      * tokens, not clear SSNs.
      * A change that moves what an account earns queues the
      * customer's RATECH letter through the CALLed LTRREQW
      * writer: a product change whose rate tiers differ from
      * those on file, to every account still carrying it that
      * is neither closed, escheated nor a loan; an account moved
      * to another product, to that account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-TRANSACTIONS ASSIGN TO
               "Cobol/data/PRODTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-TRANSACTIONS-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT PRODUCT-MAINT-REGISTER ASSIGN TO
               "Cobol/data/PRODMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     PT-FILE-CODE       X     P=product master
      *                                       A=account product
      *   Pos  2     PT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Product ('P'):
      *   Pos  3- 5  PT-PRODUCT-CODE    X(3)
      *   Pos  6-25  PT-PRODUCT-NAME    X(20)
      *   Pos 26     PT-TIER-COUNT      9     1 to 4
      *   Pos 27-86  four tiers of floor 9(7)V99 and rate
      *              9(2)V9(4); tiers past the count are zero
      *   Pos 87-93  PT-MONTHLY-FEE     9(5)V99
      *   Pos 94-102 PT-WAIVER-MINIMUM  9(7)V99
      *   Pos 103-111 PT-OVERDRAFT-LIMIT 9(7)V99
      *   Account ('A', change only):
      *   Pos  3-11  PT-ACCT-SSN        9(9)
      *   Pos 12-14  PT-NEW-PRODUCT     X(3)  blank = keep
      *   Pos 15-17  PT-NEW-CURRENCY    X(3)  blank = keep
       01 PRODUCT-TRANSACTION-REC.
           05 PT-FILE-CODE            PIC X.
               88 PT-FILE-IS-PRODUCT       VALUE 'P'.
               88 PT-FILE-IS-ACCOUNT       VALUE 'A'.
           05 PT-TRAN-CODE            PIC X.
               88 PT-TRAN-IS-ADD           VALUE 'A'.
               88 PT-TRAN-IS-CHANGE        VALUE 'C'.
               88 PT-TRAN-IS-DELETE        VALUE 'D'.
           05 PT-TRAN-BODY            PIC X(109).
           05 PT-PRODUCT-FIELDS REDEFINES PT-TRAN-BODY.
               10 PT-PRODUCT-CODE     PIC X(3).
               10 PT-PRODUCT-NAME     PIC X(20).
               10 PT-TIER-COUNT       PIC 9.
               10 PT-RATE-TIER OCCURS 4 TIMES.
                   15 PT-TIER-FLOOR   PIC 9(7)V99.
                   15 PT-TIER-RATE    PIC 9(2)V9(4).
               10 PT-MONTHLY-FEE      PIC 9(5)V99.
               10 PT-WAIVER-MINIMUM   PIC 9(7)V99.
               10 PT-OVERDRAFT-LIMIT  PIC 9(7)V99.
           05 PT-ACCOUNT-FIELDS REDEFINES PT-TRAN-BODY.
               10 PT-ACCT-SSN         PIC 9(9).
               10 PT-NEW-PRODUCT      PIC X(3).
               10 PT-NEW-CURRENCY     PIC X(3).
               10 FILLER              PIC X(94).

       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  PRODUCT-MAINT-REGISTER.
       01 PRODUCT-MAINT-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-PRODUCT-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-ACCOUNT-FILE-SWITCH      PIC X VALUE 'N'.
           88 ACCOUNT-FILE-ON-FILE         VALUE 'Y'.
       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

       01 WS-TIER-INDEX               PIC 9 VALUE 0.
       01 WS-CARRIED-PRODUCT          PIC X(3) VALUE SPACES.
       01 WS-OLD-PRODUCT              PIC X(3) VALUE SPACES.
       01 WS-NEW-PRODUCT              PIC X(3) VALUE SPACES.
       01 WS-OLD-CURRENCY             PIC X(3) VALUE SPACES.
      * The tier count and four tiers as they stood before a
      * product change, for telling a rate change from a renaming
      * or a fee change.
       01 WS-OLD-RATE-SCHEDULE        PIC X(61) VALUE SPACES.
       01 WS-RATE-LETTERS             PIC 9(4) VALUE 0.
       01 WS-NEW-CURRENCY             PIC X(3) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
      * What the register and the exception log show of the
      * transaction: the product code and name, or the masked
      * account key with its old and new product and any new
      * currency.
       01 WS-TRAN-SUMMARY             PIC X(24) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

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

       01 WS-LETTER-REQUEST.
           COPY LTR-REQ-REC.

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
           MOVE "PRODMNT"  TO VS-PROGRAM-NAME.
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

      * Least-privilege: product and account maintenance is an
      * update function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PRODUCT-MAINT-REGISTER.
           PERFORM Open-Product-Master.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               SET ACCOUNT-FILE-ON-FILE TO TRUE
           END-IF.

           OPEN INPUT PRODUCT-TRANSACTIONS.
           IF WS-PRODUCT-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-PRODUCT-TRANSACTIONS-STATUS NOT = "00"
                   READ PRODUCT-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Product-Transaction
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-TRANSACTIONS
           ELSE
               DISPLAY "NO PRODTRAN INPUT - NOTHING TO APPLY:"
                       WS-PRODUCT-TRANSACTIONS-STATUS
           END-IF.

           IF ACCOUNT-FILE-ON-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE PRODUCT-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE PRODUCT-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Product-Master.
           OPEN I-O PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS = "35"
               CLOSE PRODUCT-MASTER
               OPEN OUTPUT PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
               OPEN I-O PRODUCT-MASTER
           END-IF.

       Apply-Product-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PT-FILE-IS-PRODUCT
                   MOVE PT-TRAN-BODY(1:23) TO WS-TRAN-SUMMARY
                   PERFORM Apply-Product-Action
               WHEN PT-FILE-IS-ACCOUNT
                   PERFORM Tokenize-Transaction-Key
                   MOVE SPACES TO WS-OLD-PRODUCT
                   PERFORM Set-Account-Summary
                   PERFORM Apply-Account-Action
               WHEN OTHER
                   MOVE SPACES TO WS-TRAN-SUMMARY
                   MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Product-Transaction
           END-EVALUATE.

       Apply-Product-Action.
           MOVE PT-PRODUCT-CODE TO PR-PRODUCT-CODE.
           EVALUATE TRUE
               WHEN PT-TRAN-IS-DELETE
                   PERFORM Check-Product-Unused
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Product-Transaction
                   ELSE
                       MOVE PT-PRODUCT-CODE TO PR-PRODUCT-CODE
                       DELETE PRODUCT-MASTER
                           INVALID KEY
                               MOVE "PRODUCT NOT ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Product-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-DELETE
                   END-IF
               WHEN PT-TRAN-IS-ADD OR PT-TRAN-IS-CHANGE
                   PERFORM Check-Product-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Product-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Product
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Product-Transaction
           END-EVALUATE.

      * Tiers out of order would price a balance at the wrong
      * rate, and a first tier floored above zero would leave
      * small balances with no rate at all.
       Check-Product-Fields.
           EVALUATE TRUE
               WHEN PT-PRODUCT-CODE = SPACES
                   MOVE "PRODUCT CODE MISSING" TO WS-REJECT-REASON
               WHEN PT-PRODUCT-NAME = SPACES
                   MOVE "PRODUCT NAME MISSING" TO WS-REJECT-REASON
               WHEN PT-TIER-COUNT NOT NUMERIC
                   OR PT-TIER-COUNT < 1 OR PT-TIER-COUNT > 4
                   MOVE "TIER COUNT NOT 1 TO 4" TO WS-REJECT-REASON
               WHEN PT-MONTHLY-FEE NOT NUMERIC
                   OR PT-WAIVER-MINIMUM NOT NUMERIC
                   OR PT-OVERDRAFT-LIMIT NOT NUMERIC
                   MOVE "INVALID FEE OR ALLOWANCE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Check-Product-Tiers
           END-EVALUATE.

       Check-Product-Tiers.
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > PT-TIER-COUNT
               IF PT-TIER-FLOOR(WS-TIER-INDEX) NOT NUMERIC
                   OR PT-TIER-RATE(WS-TIER-INDEX) NOT NUMERIC
                   MOVE "INVALID TIER FLOOR OR RATE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PT-TIER-FLOOR(1) NOT = 0
               MOVE "FIRST TIER FLOOR NOT ZERO" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TIER-INDEX FROM 2 BY 1
                   UNTIL WS-TIER-INDEX > PT-TIER-COUNT
               IF PT-TIER-FLOOR(WS-TIER-INDEX) NOT >
                   PT-TIER-FLOOR(WS-TIER-INDEX - 1)
                   MOVE "TIER FLOORS OUT OF ORDER"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      * Tiers past the count go on the master as zero, so a
      * later count increase never picks up stray figures.
       Write-Or-Rewrite-Product.
           MOVE SPACES TO WS-OLD-RATE-SCHEDULE.
           IF PT-TRAN-IS-CHANGE
               MOVE PT-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCT-MASTER
                   KEY IS PR-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCT-MASTER-REC(24:61)
                           TO WS-OLD-RATE-SCHEDULE
               END-READ
           END-IF.
           MOVE PT-PRODUCT-CODE    TO PR-PRODUCT-CODE.
           MOVE PT-PRODUCT-NAME    TO PR-PRODUCT-NAME.
           MOVE PT-TIER-COUNT      TO PR-TIER-COUNT.
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > 4
               IF WS-TIER-INDEX > PT-TIER-COUNT
                   MOVE 0 TO PR-TIER-FLOOR(WS-TIER-INDEX)
                   MOVE 0 TO PR-TIER-RATE(WS-TIER-INDEX)
               ELSE
                   MOVE PT-TIER-FLOOR(WS-TIER-INDEX)
                       TO PR-TIER-FLOOR(WS-TIER-INDEX)
                   MOVE PT-TIER-RATE(WS-TIER-INDEX)
                       TO PR-TIER-RATE(WS-TIER-INDEX)
               END-IF
           END-PERFORM.
           MOVE PT-MONTHLY-FEE     TO PR-MONTHLY-FEE.
           MOVE PT-WAIVER-MINIMUM  TO PR-WAIVER-MINIMUM.
           MOVE PT-OVERDRAFT-LIMIT TO PR-OVERDRAFT-LIMIT.
           IF PT-TRAN-IS-ADD
               WRITE PRODUCT-MASTER-REC
                   INVALID KEY
                       MOVE "PRODUCT ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Product-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE PRODUCT-MASTER-REC
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Product-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
                       IF PRODUCT-MASTER-REC(24:61)
                           NOT = WS-OLD-RATE-SCHEDULE
                           PERFORM Request-Product-Rate-Letters
                       END-IF
               END-REWRITE
           END-IF.

      * Every account the new rates will price, found by the
      * same walk of the master as the delete check.
       Request-Product-Rate-Letters.
           IF NOT ACCOUNT-FILE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO AM-ACCT-SSN.
           START ACCOUNT-MASTER
               KEY IS >= AM-ACCT-SSN
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       PERFORM Set-Carried-Product
                       IF WS-CARRIED-PRODUCT = PT-PRODUCT-CODE
                           AND NOT AM-ACCOUNT-IS-CLOSED
                           AND NOT AM-ACCOUNT-IS-ESCHEATED
                           AND NOT AM-ACCOUNT-IS-LOAN
                           MOVE "NEW RATES" TO LQ-EVENT-DETAIL
                           PERFORM Request-Rate-Letter
                       END-IF
               END-READ
           END-PERFORM.

       Request-Rate-Letter.
           MOVE "RATECH" TO LQ-TEMPLATE-ID.
           MOVE AM-ACCT-SSN TO LQ-ACCT-SSN.
           MOVE "PRODMNT" TO LQ-SOURCE-PROGRAM.
           MOVE 0 TO LQ-EVENT-DATE.
           MOVE AM-BALANCE TO LQ-EVENT-AMOUNT.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.
           ADD 1 TO WS-RATE-LETTERS.

      * The account master is keyed by SSN, so a product's
      * accounts are found by walking it; an uncoded account
      * carries STD. Closed and escheated accounts still count -
      * they stay on the master carrying the code.
       Check-Product-Unused.
           IF PT-PRODUCT-CODE = "STD"
               MOVE "STD IS THE HOUSE DEFAULT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCOUNT-FILE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO AM-ACCT-SSN.
           START ACCOUNT-MASTER
               KEY IS >= AM-ACCT-SSN
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       PERFORM Set-Carried-Product
                       IF WS-CARRIED-PRODUCT = PT-PRODUCT-CODE
                           MOVE "PRODUCT STILL ON ACCOUNTS"
                               TO WS-REJECT-REASON
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Set-Carried-Product.
           IF AM-PRODUCT-CODE = SPACES
               MOVE "STD" TO WS-CARRIED-PRODUCT
           ELSE
               MOVE AM-PRODUCT-CODE TO WS-CARRIED-PRODUCT
           END-IF.

      * The only account action is moving it to another product;
      * opening and closing accounts belong to ACCTOPEN, MOVEOFW
      * and ACCTCLOS.
       Apply-Account-Action.
           IF NOT PT-TRAN-IS-CHANGE
               MOVE "ACCOUNTS TAKE CHANGE ONLY" TO WS-REJECT-REASON
               PERFORM Reject-Product-Transaction
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Account-Change.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Product-Transaction
               EXIT PARAGRAPH
           END-IF.
           IF PT-NEW-PRODUCT NOT = SPACES
               MOVE PT-NEW-PRODUCT TO AM-PRODUCT-CODE
           END-IF.
      * Home currency is carried as spaces, as on every account
      * opened before currencies existed.
           IF PT-NEW-CURRENCY NOT = SPACES
               IF PT-NEW-CURRENCY = "USD"
                   MOVE SPACES TO AM-CURRENCY-CODE
               ELSE
                   MOVE PT-NEW-CURRENCY TO AM-CURRENCY-CODE
               END-IF
           END-IF.
           REWRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM Reject-Product-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
                   IF WS-NEW-PRODUCT NOT = WS-OLD-PRODUCT
                       MOVE "NEW PRODUCT" TO LQ-EVENT-DETAIL
                       PERFORM Request-Rate-Letter
                   END-IF
           END-REWRITE.

       Check-Account-Change.
           IF NOT ACCOUNT-FILE-ON-FILE
               MOVE "ACCOUNT MASTER NOT AVAILABLE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF PT-ACCT-SSN NOT NUMERIC
               MOVE "INVALID ACCOUNT KEY" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE PT-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM Set-Carried-Product.
           MOVE WS-CARRIED-PRODUCT TO WS-OLD-PRODUCT.
           PERFORM Set-Account-Summary.
           IF AM-ACCOUNT-IS-CLOSED OR AM-ACCOUNT-IS-ESCHEATED
               MOVE "ACCOUNT CLOSED OR ESCHEATED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF AM-ACCOUNT-IS-LOAN
               MOVE "ACCOUNT IS AN INSTALLMENT LOAN" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-NEW-PRODUCT TO WS-NEW-PRODUCT.
           IF PT-NEW-PRODUCT = SPACES
               MOVE WS-OLD-PRODUCT TO WS-NEW-PRODUCT
           END-IF.
           MOVE AM-CURRENCY-CODE TO WS-OLD-CURRENCY.
           IF AM-CURRENCY-IS-HOME
               MOVE "USD" TO WS-OLD-CURRENCY
           END-IF.
           MOVE PT-NEW-CURRENCY TO WS-NEW-CURRENCY.
           IF PT-NEW-CURRENCY = SPACES
               MOVE WS-OLD-CURRENCY TO WS-NEW-CURRENCY
           END-IF.
           IF WS-NEW-PRODUCT = WS-OLD-PRODUCT
               AND WS-NEW-CURRENCY = WS-OLD-CURRENCY
               IF PT-NEW-CURRENCY = SPACES
                   MOVE "ALREADY ON THAT PRODUCT" TO WS-REJECT-REASON
               ELSE
                   MOVE "ALREADY ON PRODUCT/CURRENCY"
                       TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-CURRENCY NOT = WS-OLD-CURRENCY
               PERFORM Check-Currency-Change
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NEW-PRODUCT = WS-OLD-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE WS-NEW-PRODUCT TO PR-PRODUCT-CODE.
           READ PRODUCT-MASTER
               KEY IS PR-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "PRODUCT NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

      * A balance stays in the currency it was built in: the
      * account empties first, and the new currency must be one
      * CURRTAB can round.
       Check-Currency-Change.
           IF AM-BALANCE NOT = 0
               MOVE "CURRENCY CHANGE NEEDS ZERO BAL"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO CV-REQUEST-CODE.
           MOVE WS-NEW-CURRENCY TO CV-FROM-CURRENCY.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF NOT CV-WAS-DONE
               MOVE "CURRENCY NOT ON CURRTAB" TO WS-REJECT-REASON
           END-IF.

      * The account key never prints in the clear; the old
      * product shows once the account has been read.
       Set-Account-Summary.
           MOVE SPACES TO WS-MASKED-SSN.
           IF PT-ACCT-SSN NUMERIC
               MOVE PT-ACCT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
           END-IF.
           MOVE SPACES TO WS-TRAN-SUMMARY.
           IF WS-OLD-PRODUCT NOT = SPACES
               STRING WS-MASKED-SSN " " WS-OLD-PRODUCT
                       "->" PT-NEW-PRODUCT
                   DELIMITED BY SIZE INTO WS-TRAN-SUMMARY
           ELSE
               STRING WS-MASKED-SSN " ->" PT-NEW-PRODUCT
                   DELIMITED BY SIZE INTO WS-TRAN-SUMMARY
           END-IF.
           IF PT-NEW-CURRENCY NOT = SPACES
               MOVE PT-NEW-CURRENCY TO WS-TRAN-SUMMARY(22:3)
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Product-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A010" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PRODMNT" TO EX-PROGRAM-ID.
           STRING "PRODUCT TRAN REJECTED - " PT-FILE-CODE
                   PT-TRAN-CODE " " WS-TRAN-SUMMARY(1:19)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " FILE:" PT-FILE-CODE
                   " CODE:" PT-TRAN-CODE
                   " " WS-TRAN-SUMMARY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PRODUCT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PRODUCT TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PRODUCT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PRODUCT TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PRODUCT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PRODUCT TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PRODUCT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-RATE-LETTERS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE LETTERS REQUESTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PRODUCT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The account as keyed goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * keyed, to be not found.
       Tokenize-Transaction-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "PRODMNT" TO TK-PROGRAM.
           IF PT-ACCT-SSN IS NUMERIC
               MOVE PT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO PT-ACCT-SSN
           END-IF.
