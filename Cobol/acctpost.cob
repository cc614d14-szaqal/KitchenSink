      * each account's balance on the ACCTMAST master, appends the
      * accepted posting to the POSTHIST history (copybooks/
      * ACCT-POST-REC.cpy) for the statement run, and prints a
      * posting register. Postings against unknown, closed or
      * escheated accounts are rejected to the LOGERR exception
      * log, and debits against an account on overdraft hold
      * (AM-STATUS 'H', placed by OVERDRFT) bounce while curing
      * credits still post. Balances print through a trailing-
      * minus edited picture so an overdrawn account reads as
      * negative at a glance. The run signs on like every other
      * update program: the operator id is what the dual-control
      * queue records as the requestor, so APPROVE's
      * second-pair-of-eyes rule has a real person to compare
      * against. A 'T' detail moves money between two of our own
      * accounts as one unit: both accounts are read and every
      * refusal rule is checked on both legs before either
      * balance moves, so a closed target or a held source
      * refuses the whole transfer instead of leaving half of it
      * posted. The two POSTHIST legs carry each other's account
      * and a shared batch/sequence reference for the statement.
      * A 'P' detail is an employee's net pay from the PAYACCT
      * payroll batch: it posts exactly as a credit does and lands
      * on the history as a 'C' marked payroll, so the statement
      * can say where the money came from. A credit to an
      * installment loan account (AM-ACCT-TYPE 'L', terms on the
      * LOANMAST loan master) is a loan payment: it pays the
      * interest of the installment now due first, then any late
      * charges, then principal; each installment it completes
      * steps the due date a month and accrues the next month's
      * interest. The balance moves by the late-charge and
      * principal share only, and the history carries the whole
      * payment as an 'L' credit plus the interest share as an
      * 'N' debit, so the balance still proves. Loans take
      * nothing but credits - no debits, transfers or reversals.
      * Every account keeps its balance in its own currency
      * (AM-CURRENCY-CODE, spaces = home). A detail's amount is
      * stated in its own currency, the account's when blank: it
      * posts rounded by that currency's CURRTAB rule, and a
      * detail in another currency converts at the day's FXRATE
      * rate, both through the CALLed CURRCNVW service - an
      * unknown currency or a missing rate rejects, never a
      * guessed rate. A transfer converts to each leg's currency
      * from the one amount keyed. Each history entry carries its
      * currency and the amount keyed valued in home currency, so
      * the transfer legs still net and the ledger journals in
      * home currency. A reversal must be keyed in the account's
      * own currency, since it backs out the entry as posted.
      * The entry being backed out is looked up by account
      * through the CALLed POSTRDW service, every year of the
      * history from its post date on, and among the entries this
      * run has itself appended, which POSTRDW has not indexed.
      * A debit or credit flagged as cash (PT-CASH-FLAG) carries
      * the flag to its history entry for the CASHSURV large-cash
      * surveillance; on any other transaction the flag rejects.
      * A 'V' detail is DISPMNT's credit on a disputed debit: it
      * posts as a credit and lands on the history as a 'V'
      * entry, which a denied dispute later reverses through the
      * ordinary 'R' path.
      * ACCTTRAN is keyed in clear; each detail's account and
      * transfer target are looked up to their TOKVAULT tokens
      * (CALLed TOKENW) before any master is read, since the
      * masters and POSTHIST carry only tokens.
      * A batch dated into a fiscal period CLOSEMON has closed
      * (FISCPER, checked through the CALLed FISCPERW) is refused
      * whole before anything is opened, RC=8 - back-dated
      * activity cannot land in a month finance has closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO "Cobol/data/POSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-REGISTER-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-LIMIT-CONTROL-STATUS.

      * Installment loan master, read and updated for payments to
      * loan accounts; a shop with no loans has no LOANMAST.
           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

      * PREVIEW card: full validation, full register of would-be
      * dispositions and resulting balances, ACCTMAST untouched.
           SELECT PREVIEW-CONTROL ASSIGN TO "PREVCTL"
      * Typed batch records per copybooks/ACCT-TRAN-REC.cpy -
      * header, 'D' details, trailer - moved through this buffer
      * into the WORKING-STORAGE views.
       01 POST-TRANSACTION-REC        PIC X(41).

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  POSTING-REGISTER.
       01 POSTING-REGISTER-LINE       PIC X(80).

      * One card: the dual-control posting ceiling, 9(7)V99.
       01 POST-LIMIT-CONTROL-REC      PIC 9(7)V99.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  PREVIEW-CONTROL.
       01 PREVIEW-CONTROL-REC         PIC X(7).

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

      * The typed views of the 40-byte batch record.
           COPY ACCT-TRAN-REC.

      * Batch-control proof accumulators: the whole file is read
           88 BATCH-TRAILER-SEEN           VALUE 'Y'.
       01 WS-PROOF-MESSAGE            PIC X(40) VALUE SPACES.

      * Read-side view of the history, the account's postings
      * handed back one at a time by the CALLed POSTRDW service
      * to validate the entry a reversal backs out.
       01 WS-LOOKUP-POSTING.
           COPY ACCT-POST-REC
               REPLACING PH-ACCT-SSN          BY PL-ACCT-SSN
                         PH-POST-DATE         BY PL-POST-DATE
                         PH-TRAN-CODE         BY PL-TRAN-CODE
                         PH-TRAN-IS-DEBIT     BY PL-TRAN-IS-DEBIT
                         PH-TRAN-IS-CREDIT    BY PL-TRAN-IS-CREDIT
                         PH-AMOUNT            BY PL-AMOUNT
                         PH-ENTRY-TYPE        BY PL-ENTRY-TYPE
                         PH-ENTRY-IS-ORDINARY BY PL-ENTRY-IS-ORDINARY
                         PH-ENTRY-IS-REVERSAL BY PL-ENTRY-IS-REVERSAL
                         PH-ENTRY-IS-TRANSFER BY PL-ENTRY-IS-TRANSFER
                         PH-ENTRY-IS-PAYROLL  BY PL-ENTRY-IS-PAYROLL
                         PH-ENTRY-IS-LOAN-ADVANCE
                            BY PL-ENTRY-IS-LOAN-ADVANCE
                         PH-ENTRY-IS-LOAN-PAYMENT
                            BY PL-ENTRY-IS-LOAN-PAYMENT
                         PH-ENTRY-IS-LOAN-INTEREST
                            BY PL-ENTRY-IS-LOAN-INTEREST
                         PH-ENTRY-IS-LATE-CHARGE
                            BY PL-ENTRY-IS-LATE-CHARGE
                         PH-ENTRY-IS-DISPUTE-CREDIT
                            BY PL-ENTRY-IS-DISPUTE-CREDIT
                         PH-ORIG-DATE         BY PL-ORIG-DATE
                         PH-XFER-ACCT-SSN     BY PL-XFER-ACCT-SSN
                         PH-XFER-REF          BY PL-XFER-REF
                         PH-XFER-BATCH-DATE   BY PL-XFER-BATCH-DATE
                         PH-XFER-BATCH-NUMBER BY PL-XFER-BATCH-NUMBER
                         PH-XFER-SEQUENCE     BY PL-XFER-SEQUENCE
                         PH-CURRENCY-CODE     BY PL-CURRENCY-CODE
                         PH-CURRENCY-IS-HOME  BY PL-CURRENCY-IS-HOME
                         PH-HOME-AMOUNT       BY PL-HOME-AMOUNT
                         PH-CASH-FLAG         BY PL-CASH-FLAG
                         PH-POSTING-IS-CASH   BY PL-POSTING-IS-CASH.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.
       01 WS-ORIGINAL-FOUND-SWITCH    PIC X VALUE 'N'.
           88 ORIGINAL-WAS-FOUND           VALUE 'Y'.
       01 WS-REVERSED-ALREADY-SWITCH  PIC X VALUE 'N'.
           88 ALREADY-REVERSED             VALUE 'Y'.
       01 WS-ORIGINAL-TRANSFER-SWITCH PIC X VALUE 'N'.
           88 ORIGINAL-IS-TRANSFER         VALUE 'Y'.
       01 WS-ORIGINAL-TRAN-CODE       PIC X VALUE SPACE.

      * POSTRDW indexes POSTHIST once, when the run first calls it,
      * so what this run appends is kept here too - a reversal of
      * an entry posted earlier in the batch, or a second reversal
      * of the same entry, is caught as a reread of POSTHIST used
      * to catch it. A batch that outgrows the table stops at its
      * checkpoint, and the restart's POSTRDW sees it all.
       01 WS-RUN-POSTING-COUNT        PIC 9(4) VALUE 0.
       01 WS-RUN-POSTING-TABLE.
           05 WS-RUN-POSTING OCCURS 5000 TIMES.
               10 WS-RUN-ACCT-SSN     PIC 9(9).
               10 WS-RUN-POST-DATE    PIC 9(8).
               10 WS-RUN-TRAN-CODE    PIC X.
               10 WS-RUN-AMOUNT       PIC 9(7)V99.
               10 WS-RUN-ENTRY-TYPE   PIC X.
               10 WS-RUN-ORIG-DATE    PIC 9(8).
       01 WS-RUN-SUBSCRIPT            PIC 9(4) VALUE 0.
       01 WS-RUN-OVERFLOW-SWITCH      PIC X VALUE 'N'.
           88 RUN-TABLE-OVERFLOWED         VALUE 'Y'.

       01 WS-CHECKPOINT-STATUS        PIC XX VALUE "00".
       01 WS-BATCH-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-TRANS-SEQUENCE           PIC 9(6) VALUE 0.
       01 WS-PREV-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-PREV-MATCH               PIC 9(3) VALUE 0.

      * A transfer's source leg is checked and debited first and
      * held here while the target is read, so neither REWRITE
      * happens until both legs have passed.
       01 WS-SOURCE-MASTER-IMAGE      PIC X(34) VALUE SPACES.
       01 WS-SOURCE-BALANCE           PIC S9(7)V99 VALUE 0.
       01 WS-TARGET-BALANCE           PIC S9(7)V99 VALUE 0.
       01 WS-MASKED-TARGET-SSN        PIC X(11) VALUE SPACES.

      * The detail's amount in the posting account's currency
      * (and, on a transfer, the target's), and the amount keyed
      * valued in home currency for the history.
       01 WS-TRAN-CURRENCY            PIC X(3) VALUE SPACES.
       01 WS-ACCOUNT-CURRENCY         PIC X(3) VALUE SPACES.
       01 WS-TARGET-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       01 WS-TARGET-AMOUNT            PIC 9(7)V99 VALUE 0.
       01 WS-HOME-AMOUNT              PIC 9(7)V99 VALUE 0.
       01 WS-CURRENCY-REASON          PIC X(30) VALUE SPACES.
       01 WS-CONVERTED-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 WS-CONVERT-TO-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-EDITED-RATE              PIC ZZZZ9.999999.
       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-LOAN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-LOANS-ON-FILE-SWITCH     PIC X VALUE 'N'.
           88 LOANS-ON-FILE                VALUE 'Y'.

      * A loan payment's split: interest of the installment due,
      * then late charges, then principal.
       01 WS-LOAN-REMAINDER           PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-INTEREST-PART       PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-LATE-PART           PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-PRINCIPAL-PART      PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-PAYOFF              PIC 9(8)V99 VALUE 0.
       01 WS-EDITED-LATE              PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-PRINCIPAL         PIC Z,ZZZ,ZZ9.99.

      * Monthly stepping of a loan's due date, the SOGEN
      * arithmetic: the anchor day, or the month's last day when
      * the month is shorter.
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

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
           05 FS-DISPOSITION          PIC X VALUE SPACE.
           05 FS-MESSAGE              PIC X(40) VALUE SPACES.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

      * Fiscal period check through CALLed FISCPERW: a batch
      * dated into a month finance has closed is refused whole.
       01 WS-PERIOD-REQUEST.
           05 FQ-REQUEST-CODE         PIC X VALUE SPACE.
           05 FQ-DATE-IN              PIC 9(8) VALUE 0.
           05 FQ-RESULT-SWITCH        PIC X VALUE 'Y'.
           05 FQ-PERIOD-ID            PIC 9(6) VALUE 0.
           05 FQ-PERIOD-STATUS        PIC X VALUE SPACE.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ACCTPOST" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               GOBACK
           END-IF.

      * Back-dated activity: a batch whose business date falls in
      * a closed fiscal period would post into a month already
      * snapshotted, journaled and balanced, so it never starts.
           MOVE 'C' TO FQ-REQUEST-CODE.
           MOVE WS-BATCH-DATE TO FQ-DATE-IN.
           CALL "FISCPERW" USING WS-PERIOD-REQUEST.
           IF FQ-RESULT-SWITCH NOT = 'Y'
               DISPLAY "ACCTTRAN BATCH REFUSED - BATCH DATE "
                       WS-BATCH-DATE " IN CLOSED PERIOD "
                       FQ-PERIOD-ID
               MOVE SPACES TO EX-MESSAGE
               MOVE "A019" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "ACCTPOST" TO EX-PROGRAM-ID
               STRING "BATCH " WS-BATCH-DATE "/" WS-BATCH-NUMBER
                       " REFUSED - CLOSED PERIOD " FQ-PERIOD-ID
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * A checkpoint on file means the last run abended mid-batch
      * and this submission is the restart - the batch register
      * check would wrongly bounce it, so the register only gates
               OPEN OUTPUT POSTING-HISTORY
           END-IF.

           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS = "00"
               SET LOANS-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT POSTING-REGISTER.
           IF PREVIEW-MODE
               MOVE "POSTING REGISTER ** PREVIEW - NOT POSTED **"
           OPEN INPUT POST-TRANSACTIONS.
           IF WS-POST-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-POST-TRANSACTIONS-STATUS NOT = "00"
                       OR RUN-TABLE-OVERFLOWED
                   READ POST-TRANSACTIONS
                       AT END
                           CONTINUE
           PERFORM Write-Register-Totals.
           CLOSE POSTING-REGISTER.
           CLOSE POSTING-HISTORY.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           IF LOANS-ON-FILE
               CLOSE LOAN-MASTER
           END-IF.
           CLOSE ACCOUNT-MASTER.
      * A batch cut short keeps its checkpoint and stays off the
      * posted-batch register, so the resubmission is a restart.
           IF RUN-TABLE-OVERFLOWED
               DISPLAY "RUN POSTING TABLE FULL - BATCH STOPPED AFTER"
                       " TRANSACTION:" WS-TRANS-SEQUENCE
               MOVE "A027" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "ACCTPOST" TO EX-PROGRAM-ID
               MOVE SPACES TO EX-MESSAGE
               STRING "BATCH " WS-BATCH-DATE "/" WS-BATCH-NUMBER
                       " STOPPED - RESTART FROM " WS-TRANS-SEQUENCE
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF LIVE-MODE
               PERFORM Record-Batch-Posted
               PERFORM Reset-Checkpoint
           END-IF.

       Apply-One-Posting.
           PERFORM Tokenize-Transaction-Keys.
      * A preview never touches the approval queue - it neither
      * consumes a release nor files a request; it reports the
      * over-ceiling posting as needing one.
               MOVE "BIGPOST" TO AP-ACTION-CLASS
               MOVE WS-OPERATOR-ID TO AP-REQUESTOR
               MOVE SPACES TO AP-TRAN-IMAGE
               MOVE TRAN-RECORD TO AP-TRAN-IMAGE(1:41)
               CALL "APPRW" USING WS-APPROVAL-REQUEST
               IF AP-RESULT-SWITCH NOT = 'Y'
                   MOVE 'Q' TO AP-REQUEST-CODE
           IF PREVIEW-MODE
               PERFORM Overlay-Preview-Balance
           END-IF.
           PERFORM Convert-To-Account-Currency.
           EVALUATE TRUE
               WHEN AM-ACCOUNT-IS-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                   PERFORM Reject-Posting
      * The balance went to the state; the owner claims it there.
               WHEN AM-ACCOUNT-IS-ESCHEATED
                   MOVE "ESCHEATED - CLAIM WITH STATE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
      * An overdraft hold stops the bleeding but not the cure:
      * debits bounce, credits that bring the balance back still
      * post (OVERDRFT releases the hold once it sees daylight).
      * A transfer out of a held account is a debit like any other.
               WHEN AM-ACCOUNT-IS-HELD
                   AND (PT-TRAN-IS-DEBIT OR PT-TRAN-IS-TRANSFER)
                   MOVE "ACCOUNT ON HOLD - DEBIT REFUSED"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
                   MOVE "DORMANT - REVIEW BEFORE POSTING"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
               WHEN WS-CURRENCY-REASON NOT = SPACES
                   MOVE WS-CURRENCY-REASON TO WS-REJECT-REASON
                   PERFORM Reject-Posting
      * Cash is money over the counter into or out of one account;
      * a transfer, payroll credit or reversal never is.
               WHEN NOT PT-CASH-FLAG-IS-VALID
                   MOVE "INVALID CASH INDICATOR" TO WS-REJECT-REASON
                   PERFORM Reject-Posting
               WHEN PT-POSTING-IS-CASH
                   AND NOT (PT-TRAN-IS-DEBIT OR PT-TRAN-IS-CREDIT)
                   MOVE "CASH ONLY ON A DEBIT OR CREDIT"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
               WHEN AM-ACCOUNT-IS-LOAN
                   PERFORM Apply-Loan-Payment
               WHEN PT-TRAN-IS-REVERSAL
                   PERFORM Apply-Reversal
               WHEN PT-TRAN-IS-TRANSFER
                   PERFORM Apply-Transfer
               WHEN PT-TRAN-IS-CREDIT
                   OR PT-TRAN-IS-PAYROLL
                   OR PT-TRAN-IS-DISPUTE-CREDIT
                   ADD WS-POST-AMOUNT TO AM-BALANCE
                   PERFORM Complete-Posting
               WHEN PT-TRAN-IS-DEBIT
                   SUBTRACT WS-POST-AMOUNT FROM AM-BALANCE
                   PERFORM Complete-Posting
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                   MOVE "ENTRY ALREADY REVERSED"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
      * Backing out one leg of a transfer would leave the other
      * standing - a transfer is undone by a transfer back.
               WHEN ORIGINAL-IS-TRANSFER
                   MOVE "TRANSFER LEG - SEND IT BACK"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Posting
               WHEN WS-ORIGINAL-TRAN-CODE = 'D'
                   ADD WS-POST-AMOUNT TO AM-BALANCE
                   PERFORM Complete-Reversal
               WHEN OTHER
                   SUBTRACT WS-POST-AMOUNT FROM AM-BALANCE
                   PERFORM Complete-Reversal
           END-EVALUATE.

      * The source has passed Post-To-Account's rules by the time
      * it gets here; the target must pass its own before either
      * leg posts. A held target still takes the credit - the
      * same cure a held account's ordinary credits get - but a
      * closed, escheated or dormant one refuses the transfer.
       Apply-Transfer.
           EVALUATE TRUE
               WHEN PT-TARGET-SSN NOT NUMERIC
                   OR PT-TARGET-SSN = 0
                   MOVE "TRANSFER TARGET MISSING"
                       TO WS-REJECT-REASON
               WHEN PT-TARGET-SSN = PT-ACCT-SSN
                   MOVE "TRANSFER TO SAME ACCOUNT"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Posting
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-POST-AMOUNT FROM AM-BALANCE.
           MOVE AM-BALANCE TO WS-SOURCE-BALANCE.
           MOVE ACCOUNT-MASTER-REC TO WS-SOURCE-MASTER-IMAGE.
           MOVE PT-TARGET-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE "TARGET NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PREVIEW-MODE
                       PERFORM Overlay-Preview-Balance
                   END-IF
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-IS-CLOSED
                           MOVE "TARGET ACCOUNT IS CLOSED"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-ESCHEATED
                           MOVE "TARGET ESCHEATED"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-DORMANT
                           MOVE "TARGET DORMANT - REVIEW FIRST"
                               TO WS-REJECT-REASON
      * A loan is paid by a credit to it, where the payment split
      * happens - never by a transfer leg.
                       WHEN AM-ACCOUNT-IS-LOAN
                           MOVE "TARGET IS A LOAN ACCOUNT"
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.
      * The target leg converts from the same amount keyed, into
      * the target's own currency.
           IF WS-REJECT-REASON = SPACES
               MOVE AM-CURRENCY-CODE TO WS-TARGET-CURRENCY
               IF AM-CURRENCY-IS-HOME
                   MOVE "USD" TO WS-TARGET-CURRENCY
               END-IF
               MOVE WS-TARGET-CURRENCY TO WS-CONVERT-TO-CURRENCY
               PERFORM Convert-Keyed-Amount
               MOVE WS-CONVERTED-AMOUNT TO WS-TARGET-AMOUNT
               MOVE WS-CURRENCY-REASON TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Posting
               EXIT PARAGRAPH
           END-IF.
           ADD WS-TARGET-AMOUNT TO AM-BALANCE.
           MOVE AM-BALANCE TO WS-TARGET-BALANCE.
           PERFORM Complete-Transfer.

      * The payment never exceeds what would pay the loan off -
      * interest due, late charges and principal - so the split
      * can never drive a loan figure below zero.
       Apply-Loan-Payment.
           EVALUATE TRUE
               WHEN NOT PT-TRAN-IS-CREDIT
                   MOVE "LOAN TAKES CREDITS ONLY" TO WS-REJECT-REASON
               WHEN NOT LOANS-ON-FILE
                   MOVE "LOAN NOT ON LOAN MASTER" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE PT-ACCT-SSN TO LN-ACCT-SSN
                   READ LOAN-MASTER
                       KEY IS LN-ACCT-SSN
                       INVALID KEY
                           MOVE "LOAN NOT ON LOAN MASTER"
                               TO WS-REJECT-REASON
                   END-READ
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-LOAN-PAYOFF = LN-INTEREST-DUE
                   + LN-LATE-CHARGE-DUE + LN-PRINCIPAL-BALANCE
               EVALUATE TRUE
                   WHEN LN-LOAN-IS-PAID-OFF
                       MOVE "LOAN ALREADY PAID OFF"
                           TO WS-REJECT-REASON
                   WHEN WS-POST-AMOUNT > WS-LOAN-PAYOFF
                       MOVE "PAYMENT EXCEEDS LOAN PAYOFF"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Posting
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-POST-AMOUNT TO WS-LOAN-REMAINDER.
           IF WS-LOAN-REMAINDER > LN-INTEREST-DUE
               MOVE LN-INTEREST-DUE TO WS-LOAN-INTEREST-PART
           ELSE
               MOVE WS-LOAN-REMAINDER TO WS-LOAN-INTEREST-PART
           END-IF.
           SUBTRACT WS-LOAN-INTEREST-PART FROM WS-LOAN-REMAINDER.
           IF WS-LOAN-REMAINDER > LN-LATE-CHARGE-DUE
               MOVE LN-LATE-CHARGE-DUE TO WS-LOAN-LATE-PART
           ELSE
               MOVE WS-LOAN-REMAINDER TO WS-LOAN-LATE-PART
           END-IF.
           SUBTRACT WS-LOAN-LATE-PART FROM WS-LOAN-REMAINDER.
           MOVE WS-LOAN-REMAINDER TO WS-LOAN-PRINCIPAL-PART.

           SUBTRACT WS-LOAN-INTEREST-PART FROM LN-INTEREST-DUE.
           SUBTRACT WS-LOAN-LATE-PART FROM LN-LATE-CHARGE-DUE.
           SUBTRACT WS-LOAN-PRINCIPAL-PART FROM LN-PRINCIPAL-BALANCE.
           ADD WS-LOAN-INTEREST-PART TO LN-INTEREST-PAID.
           ADD WS-POST-AMOUNT TO LN-INSTALLMENT-PAID.
           MOVE WS-RUN-DATE TO LN-LAST-PAY-DATE.
           ADD WS-LOAN-LATE-PART TO AM-BALANCE.
           ADD WS-LOAN-PRINCIPAL-PART TO AM-BALANCE.

           IF LN-PRINCIPAL-BALANCE = 0
               AND LN-LATE-CHARGE-DUE = 0
               SET LN-LOAN-IS-PAID-OFF TO TRUE
               ADD 1 TO LN-PAYMENTS-MADE
               MOVE 0 TO LN-INTEREST-DUE
               MOVE 0 TO LN-INSTALLMENT-PAID
               MOVE 0 TO LN-NEXT-DUE-DATE
               MOVE 0 TO LN-DAYS-PAST-DUE
               SET LN-BUCKET-IS-CURRENT TO TRUE
           ELSE
               PERFORM UNTIL LN-INSTALLMENT-PAID < LN-PAYMENT-AMOUNT
                       OR LN-PRINCIPAL-BALANCE = 0
                   PERFORM Advance-Loan-Installment
               END-PERFORM
      * Caught up - LOANDLQ re-ages it tonight in any case.
               IF LN-NEXT-DUE-DATE > WS-RUN-DATE
                   MOVE 0 TO LN-DAYS-PAST-DUE
                   SET LN-BUCKET-IS-CURRENT TO TRUE
               END-IF
           END-IF.
           PERFORM Complete-Loan-Payment.

      * One installment met: the next falls a month on and
      * accrues its interest on the principal now owed.
       Advance-Loan-Installment.
           SUBTRACT LN-PAYMENT-AMOUNT FROM LN-INSTALLMENT-PAID.
           ADD 1 TO LN-PAYMENTS-MADE.
           MOVE LN-NEXT-DUE-DATE TO WS-STEP-DATE.
           PERFORM Step-Loan-Due-Date.
           MOVE WS-STEP-DATE TO LN-NEXT-DUE-DATE.
           COMPUTE LN-INTEREST-DUE ROUNDED = LN-INTEREST-DUE
               + LN-PRINCIPAL-BALANCE * LN-ANNUAL-RATE / 1200.

       Step-Loan-Due-Date.
           COMPUTE WS-MONTH-COUNT =
               WS-STEP-YEAR * 12 + WS-STEP-MONTH.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-STEP-YEAR REMAINDER WS-STEP-MONTH.
           ADD 1 TO WS-STEP-MONTH.
           MOVE 1 TO WS-STEP-DAY.
           PERFORM Find-Month-End.
           IF LN-ANCHOR-DAY = 0 OR LN-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-STEP-DAY
           ELSE
               MOVE LN-ANCHOR-DAY TO WS-STEP-DAY
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

      * In preview the loan master stays as it was, like the
      * account master; only the would-be balance is carried.
       Complete-Loan-Payment.
           IF LIVE-MODE
               REWRITE LOAN-MASTER-REC
               REWRITE ACCOUNT-MASTER-REC
               MOVE PT-ACCT-SSN  TO PH-ACCT-SSN
               MOVE WS-RUN-DATE  TO PH-POST-DATE
               MOVE 'C'          TO PH-TRAN-CODE
               MOVE WS-POST-AMOUNT TO PH-AMOUNT
               MOVE 'L'          TO PH-ENTRY-TYPE
               MOVE 0            TO PH-ORIG-DATE
               MOVE 0            TO PH-XFER-ACCT-SSN
               MOVE ZEROS        TO PH-XFER-REF
               MOVE SPACES       TO PH-CURRENCY-CODE
               MOVE 0            TO PH-HOME-AMOUNT
               MOVE PT-CASH-FLAG TO PH-CASH-FLAG
               WRITE POSTING-HISTORY-REC
               PERFORM Note-Run-Posting
               IF WS-LOAN-INTEREST-PART > 0
                   MOVE 'D'      TO PH-TRAN-CODE
                   MOVE WS-LOAN-INTEREST-PART TO PH-AMOUNT
                   MOVE 'N'      TO PH-ENTRY-TYPE
                   MOVE SPACE    TO PH-CASH-FLAG
                   WRITE POSTING-HISTORY-REC
                   PERFORM Note-Run-Posting
               END-IF
           ELSE
               PERFORM Save-Preview-Balance
           END-IF.
           ADD 1 TO WS-POSTS-APPLIED.
           MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE AM-BALANCE  TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PT-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           STRING "POSTED   " WS-MASKED-SSN
                   " L AMT:" WS-EDITED-AMOUNT
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM Write-Conversion-Line.
           MOVE WS-LOAN-INTEREST-PART TO WS-EDITED-AMOUNT.
           MOVE WS-LOAN-LATE-PART TO WS-EDITED-LATE.
           MOVE WS-LOAN-PRINCIPAL-PART TO WS-EDITED-PRINCIPAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "         INT:" WS-EDITED-AMOUNT
                   " LATE:" WS-EDITED-LATE
                   " PRIN:" WS-EDITED-PRINCIPAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Target leg is in the buffer on entry; the held source
      * image goes back into the buffer for its own REWRITE.
       Complete-Transfer.
           IF LIVE-MODE
               REWRITE ACCOUNT-MASTER-REC
               MOVE WS-SOURCE-MASTER-IMAGE TO ACCOUNT-MASTER-REC
               REWRITE ACCOUNT-MASTER-REC
               PERFORM Write-Transfer-History
           ELSE
               PERFORM Save-Preview-Balance
               MOVE WS-SOURCE-MASTER-IMAGE TO ACCOUNT-MASTER-REC
               PERFORM Save-Preview-Balance
           END-IF.
           ADD 1 TO WS-POSTS-APPLIED.
           MOVE PT-TARGET-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-TARGET-SSN.
           MOVE PT-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE WS-SOURCE-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTED   " WS-MASKED-SSN
                   " T AMT:" WS-EDITED-AMOUNT
                   " BAL:" WS-EDITED-BALANCE
                   " TO " WS-MASKED-TARGET-SSN
                   " " WS-ACCOUNT-CURRENCY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE WS-TARGET-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE WS-TARGET-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTED   " WS-MASKED-TARGET-SSN
                   " T AMT:" WS-EDITED-AMOUNT
                   " BAL:" WS-EDITED-BALANCE
                   " FROM " WS-MASKED-SSN
                   " " WS-TARGET-CURRENCY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.
           IF WS-TRAN-CURRENCY NOT = WS-TARGET-CURRENCY
               MOVE WS-TARGET-CURRENCY TO WS-CONVERT-TO-CURRENCY
           ELSE
               MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY
           END-IF.
           PERFORM Write-Conversion-Line.

      * Both legs carry the same reference - batch date, batch
      * number and the detail's sequence in the batch - and each
      * names the other's account, so either statement can say
      * where the money went or came from.
       Write-Transfer-History.
           MOVE PT-ACCT-SSN      TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE      TO PH-POST-DATE.
           MOVE 'D'              TO PH-TRAN-CODE.
           MOVE WS-POST-AMOUNT   TO PH-AMOUNT.
           MOVE 'T'              TO PH-ENTRY-TYPE.
           MOVE 0                TO PH-ORIG-DATE.
           MOVE PT-TARGET-SSN    TO PH-XFER-ACCT-SSN.
           MOVE SPACE            TO PH-CASH-FLAG.
           MOVE WS-BATCH-DATE    TO PH-XFER-BATCH-DATE.
           MOVE WS-BATCH-NUMBER  TO PH-XFER-BATCH-NUMBER.
           MOVE WS-TRANS-SEQUENCE TO PH-XFER-SEQUENCE.
           MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY.
           PERFORM Set-History-Currency.
           WRITE POSTING-HISTORY-REC
           PERFORM Note-Run-Posting.
           MOVE PT-TARGET-SSN    TO PH-ACCT-SSN.
           MOVE 'C'              TO PH-TRAN-CODE.
           MOVE WS-TARGET-AMOUNT TO PH-AMOUNT.
           MOVE PT-ACCT-SSN      TO PH-XFER-ACCT-SSN.
           MOVE WS-TARGET-CURRENCY TO WS-CONVERT-TO-CURRENCY.
           PERFORM Set-History-Currency.
           WRITE POSTING-HISTORY-REC
           PERFORM Note-Run-Posting.

      * Only the account's own postings from the original's post
      * date on are read - a reversal never posts before the
      * entry it backs out - so an original in a year the
      * year-end split has moved out of POSTHIST is still found.
       Look-Up-Original-Entry.
           MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH.
           MOVE 'N' TO WS-REVERSED-ALREADY-SWITCH.
           MOVE 'N' TO WS-ORIGINAL-TRANSFER-SWITCH.
           MOVE SPACE TO WS-ORIGINAL-TRAN-CODE.
           MOVE 'A' TO PR-REQUEST-CODE.
           MOVE "ACCTPOST" TO PR-CALLER-ID.
           MOVE PT-ACCT-SSN TO PR-ACCT-SSN.
           MOVE PT-ORIG-DATE TO PR-FROM-DATE.
           MOVE 99999999 TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-LOOKUP-POSTING
               PERFORM Match-One-History-Entry
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           PERFORM VARYING WS-RUN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RUN-SUBSCRIPT > WS-RUN-POSTING-COUNT
               INITIALIZE WS-LOOKUP-POSTING
               MOVE WS-RUN-ACCT-SSN(WS-RUN-SUBSCRIPT)  TO PL-ACCT-SSN
               MOVE WS-RUN-POST-DATE(WS-RUN-SUBSCRIPT) TO PL-POST-DATE
               MOVE WS-RUN-TRAN-CODE(WS-RUN-SUBSCRIPT) TO PL-TRAN-CODE
               MOVE WS-RUN-AMOUNT(WS-RUN-SUBSCRIPT)    TO PL-AMOUNT
               MOVE WS-RUN-ENTRY-TYPE(WS-RUN-SUBSCRIPT)
                   TO PL-ENTRY-TYPE
               MOVE WS-RUN-ORIG-DATE(WS-RUN-SUBSCRIPT) TO PL-ORIG-DATE
               PERFORM Match-One-History-Entry
           END-PERFORM.

      * Every entry appended to POSTHIST this run, for the lookup
      * above. The entry that fills the table has already posted;
      * the batch stops behind it and restarts from there.
       Note-Run-Posting.
           IF WS-RUN-POSTING-COUNT < 5000
               ADD 1 TO WS-RUN-POSTING-COUNT
               MOVE WS-RUN-POSTING-COUNT TO WS-RUN-SUBSCRIPT
               MOVE PH-ACCT-SSN   TO WS-RUN-ACCT-SSN(WS-RUN-SUBSCRIPT)
               MOVE PH-POST-DATE  TO WS-RUN-POST-DATE(WS-RUN-SUBSCRIPT)
               MOVE PH-TRAN-CODE  TO WS-RUN-TRAN-CODE(WS-RUN-SUBSCRIPT)
               MOVE PH-AMOUNT     TO WS-RUN-AMOUNT(WS-RUN-SUBSCRIPT)
               MOVE PH-ENTRY-TYPE TO WS-RUN-ENTRY-TYPE(WS-RUN-SUBSCRIPT)
               MOVE PH-ORIG-DATE  TO WS-RUN-ORIG-DATE(WS-RUN-SUBSCRIPT)
           ELSE
               SET RUN-TABLE-OVERFLOWED TO TRUE
           END-IF.

       Match-One-History-Entry.
           IF PL-ACCT-SSN = PT-ACCT-SSN
                   IF PL-POST-DATE = PT-ORIG-DATE
                       SET ORIGINAL-WAS-FOUND TO TRUE
                       MOVE PL-TRAN-CODE TO WS-ORIGINAL-TRAN-CODE
                       IF PL-ENTRY-IS-TRANSFER
                           SET ORIGINAL-IS-TRANSFER TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               ELSE
                   MOVE 'D' TO PH-TRAN-CODE
               END-IF
               MOVE WS-POST-AMOUNT TO PH-AMOUNT
               MOVE 'R'          TO PH-ENTRY-TYPE
               MOVE PT-ORIG-DATE TO PH-ORIG-DATE
               MOVE 0            TO PH-XFER-ACCT-SSN
               MOVE ZEROS        TO PH-XFER-REF
               MOVE SPACE        TO PH-CASH-FLAG
               MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY
               PERFORM Set-History-Currency
               WRITE POSTING-HISTORY-REC
               PERFORM Note-Run-Posting
           ELSE
               PERFORM Save-Preview-Balance
           END-IF.
           MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE AM-BALANCE  TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PT-ACCT-SSN TO WS-MASK-SSN-IN.
                   " OF " PT-ORIG-DATE
                   " AMT:" WS-EDITED-AMOUNT
                   " BAL:" WS-EDITED-BALANCE
                   " " WS-ACCOUNT-CURRENCY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.

               PERFORM Save-Preview-Balance
           END-IF.
           ADD 1 TO WS-POSTS-APPLIED.
           MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE AM-BALANCE  TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PT-ACCT-SSN TO WS-MASK-SSN-IN.
                   " " PT-TRAN-CODE
                   " AMT:" WS-EDITED-AMOUNT
                   " BAL:" WS-EDITED-BALANCE
                   " " WS-ACCOUNT-CURRENCY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY.
           PERFORM Write-Conversion-Line.

       Write-Posting-History.
           MOVE PT-ACCT-SSN  TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE  TO PH-POST-DATE.
           MOVE PT-TRAN-CODE TO PH-TRAN-CODE.
           MOVE WS-POST-AMOUNT TO PH-AMOUNT.
           MOVE SPACE        TO PH-ENTRY-TYPE.
           MOVE PT-CASH-FLAG TO PH-CASH-FLAG.
           IF PT-TRAN-IS-PAYROLL
               MOVE 'C'      TO PH-TRAN-CODE
               MOVE 'P'      TO PH-ENTRY-TYPE
               MOVE SPACE    TO PH-CASH-FLAG
           END-IF.
           IF PT-TRAN-IS-DISPUTE-CREDIT
               MOVE 'C'      TO PH-TRAN-CODE
               MOVE 'V'      TO PH-ENTRY-TYPE
               MOVE SPACE    TO PH-CASH-FLAG
           END-IF.
           MOVE 0            TO PH-ORIG-DATE.
           MOVE 0            TO PH-XFER-ACCT-SSN.
           MOVE ZEROS        TO PH-XFER-REF.
           MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY.
           PERFORM Set-History-Currency.
           WRITE POSTING-HISTORY-REC
           PERFORM Note-Run-Posting.

      * The detail's currency is its own, or the account's when it
      * carries none. A reversal backs out an entry exactly as it
      * posted, so it is taken as keyed and only in the account's
      * own currency; anything else converts - a same-currency
      * amount only rounds by its rule. The amount keyed is also
      * valued in home currency for a foreign account's history.
       Convert-To-Account-Currency.
           MOVE SPACES TO WS-CURRENCY-REASON.
           MOVE 0 TO WS-POST-AMOUNT.
           MOVE 0 TO WS-TARGET-AMOUNT.
           MOVE 0 TO WS-HOME-AMOUNT.
           MOVE AM-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY.
           IF AM-CURRENCY-IS-HOME
               MOVE "USD" TO WS-ACCOUNT-CURRENCY
           END-IF.
           MOVE WS-ACCOUNT-CURRENCY TO WS-TARGET-CURRENCY.
           IF PT-CURRENCY-CODE = SPACES
               MOVE WS-ACCOUNT-CURRENCY TO WS-TRAN-CURRENCY
           ELSE
               MOVE PT-CURRENCY-CODE TO WS-TRAN-CURRENCY
           END-IF.
           IF PT-TRAN-IS-REVERSAL
               IF WS-TRAN-CURRENCY NOT = WS-ACCOUNT-CURRENCY
                   MOVE "REVERSE IN ACCOUNT CURRENCY"
                       TO WS-CURRENCY-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE PT-AMOUNT TO WS-POST-AMOUNT
           ELSE
               MOVE WS-ACCOUNT-CURRENCY TO WS-CONVERT-TO-CURRENCY
               PERFORM Convert-Keyed-Amount
               IF WS-CURRENCY-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CONVERTED-AMOUNT TO WS-POST-AMOUNT
           END-IF.
           MOVE "USD" TO WS-CONVERT-TO-CURRENCY.
           PERFORM Convert-Keyed-Amount.
           MOVE WS-CONVERTED-AMOUNT TO WS-HOME-AMOUNT.

      * The amount keyed, in the detail's currency, into the
      * currency named in WS-CONVERT-TO-CURRENCY at the run
      * date's rate.
       Convert-Keyed-Amount.
           MOVE 0 TO WS-CONVERTED-AMOUNT.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE WS-TRAN-CURRENCY TO CV-FROM-CURRENCY.
           MOVE WS-CONVERT-TO-CURRENCY TO CV-TO-CURRENCY.
           MOVE WS-RUN-DATE TO CV-RATE-DATE.
           MOVE PT-AMOUNT TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           EVALUATE TRUE
               WHEN CV-CURRENCY-UNKNOWN
                   MOVE "CURRENCY NOT ON CURRTAB"
                       TO WS-CURRENCY-REASON
               WHEN CV-NO-RATE-ON-FILE
                   MOVE "NO EXCHANGE RATE FOR THE DAY"
                       TO WS-CURRENCY-REASON
               WHEN CV-RESULT-TOO-LARGE
                   OR CV-AMOUNT-OUT > 9999999.99
                   MOVE "CONVERTED AMOUNT TOO LARGE"
                       TO WS-CURRENCY-REASON
               WHEN OTHER
                   MOVE CV-AMOUNT-OUT TO WS-CONVERTED-AMOUNT
           END-EVALUATE.

      * A home-currency entry carries no currency and no home
      * value - its amount already is one; a foreign entry
      * carries its currency (WS-CONVERT-TO-CURRENCY on entry)
      * and the amount keyed valued in home currency.
       Set-History-Currency.
           IF WS-CONVERT-TO-CURRENCY = "USD"
               MOVE SPACES TO PH-CURRENCY-CODE
               MOVE 0 TO PH-HOME-AMOUNT
           ELSE
               MOVE WS-CONVERT-TO-CURRENCY TO PH-CURRENCY-CODE
               MOVE WS-HOME-AMOUNT TO PH-HOME-AMOUNT
           END-IF.

      * A detail keyed in another currency than the one it posted
      * in shows what was keyed and the cross rate it converted
      * at, under the posting line.
       Write-Conversion-Line.
           IF WS-TRAN-CURRENCY = WS-CONVERT-TO-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE WS-TRAN-CURRENCY TO CV-FROM-CURRENCY.
           MOVE WS-CONVERT-TO-CURRENCY TO CV-TO-CURRENCY.
           MOVE WS-RUN-DATE TO CV-RATE-DATE.
           MOVE PT-AMOUNT TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           MOVE CV-CROSS-RATE TO WS-EDITED-RATE.
           MOVE PT-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "         KEYED " WS-TRAN-CURRENCY
                   " AMT:" WS-EDITED-AMOUNT
                   " AT " WS-EDITED-RATE
                   " " WS-TRAN-CURRENCY "/" WS-CONVERT-TO-CURRENCY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.

       Reject-Posting.
           ADD 1 TO WS-POSTS-REJECTED.
           STRING "POSTINGS QUEUED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Keys as keyed go through TOKVAULT: the masters are keyed
      * on tokens, and a value with none is left as keyed, to
      * be not found.
       Tokenize-Transaction-Keys.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTPOST" TO TK-PROGRAM.
           IF PT-ACCT-SSN IS NUMERIC
               MOVE PT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO PT-ACCT-SSN
           END-IF.
           IF PT-TARGET-SSN IS NUMERIC
               MOVE PT-TARGET-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO PT-TARGET-SSN
           END-IF.
