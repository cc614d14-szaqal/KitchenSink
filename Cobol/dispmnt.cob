       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
      * Posting-dispute maintenance over the DISPMAST dispute
      * master (copybooks/DISP-MASTER-REC.cpy). Each DISPTRAN
      * transaction names a POSTHIST debit by account, post date
      * and amount and either opens a dispute on it or resolves
      * the open one:
      *   'O' open - the debit must be on POSTHIST as an ordinary
      *       or fee debit that has not been reversed, on an
      *       account still able to take a credit, with no
      *       dispute already on file for it. The reason code is
      *       required; the deadline is the opened date plus the
      *       DISPCTL deadline days. A provisional credit, up to
      *       the disputed amount, may be granted with it - it
      *       posts as a 'V' dispute credit, but never on the day
      *       of the debit itself, where the reversal a denial
      *       needs could not tell the two entries apart.
      *   'F' found for the customer - the provisional credit
      *       becomes final, and whatever of the disputed amount
      *       was not credited provisionally is credited now.
      *   'D' denied - the provisional credit is reversed through
      *       ACCTPOST's ordinary 'R' reversal path, naming the
      *       'V' entry by its post date. The credit must already
      *       be on POSTHIST; a dispute opened and denied the
      *       same day waits for the next run.
      * The credits and reversals go out as a balanced ACCTTRAN
      * batch (copybooks/ACCT-TRAN-REC.cpy) on DISPBTCH for
      * ACCTPOST to post in the next step of the same job, so
      * the credit posts on the run date the master records. The
      * run signs on like every update program and inquiry-only
      * operators stop; DISPREG is the register and rejects log
      * to the exception log.
      * DISPCTL card (optional): pos 1-4 the batch number
      * (default 7000 - the dispute credits keep the 7000s, clear
      * of PAYACCT's 8000s and SOGEN's 9000s on ACCTPOST's
      * posted-batch register), pos 5-7 the deadline days
      * (default 45).
      * The disputed account as keyed is looked up on TOKVAULT
      * (the CALLed TOKENW service) first: the masters and the
      * posting history carry tokens, not clear SSNs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CONTROL ASSIGN TO "DISPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-CONTROL-STATUS.

           SELECT DISPUTE-TRANSACTIONS
               ASSIGN TO "Cobol/data/DISPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-TRANS-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "Cobol/data/DISPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT DISPUTE-BATCH ASSIGN TO "Cobol/data/DISPBTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-BATCH-STATUS.

           SELECT DISPUTE-REGISTER ASSIGN TO "Cobol/data/DISPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CONTROL.
       01 DISPUTE-CONTROL-REC.
           05 DC-BATCH-NUMBER         PIC 9(4).
           05 DC-DEADLINE-DAYS        PIC 9(3).

       FD  DISPUTE-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     DT-ACTION         X         O=open F=found for
      *                                          the customer
      *                                          D=denied
      *   Pos  2-10  DT-ACCT-SSN       9(9)      The disputed
      *   Pos 11-18  DT-POST-DATE      9(8)      POSTHIST debit
      *   Pos 19-27  DT-AMOUNT         9(7)V99
      *   Pos 28-29  DT-REASON-CODE    X(2)      Open only
      *   Pos 30-59  DT-REASON-TEXT    X(30)     Open only
      *   Pos 60-68  DT-CREDIT-AMOUNT  9(7)V99   Open only: the
      *                                          provisional credit;
      *                                          zero for none
       01 DISPUTE-TRANSACTION-REC.
           05 DT-ACTION               PIC X.
               88 DT-ACTION-IS-OPEN        VALUE 'O'.
               88 DT-ACTION-IS-FOUND       VALUE 'F'.
               88 DT-ACTION-IS-DENIED      VALUE 'D'.
           05 DT-ACCT-SSN             PIC 9(9).
           05 DT-POST-DATE            PIC 9(8).
           05 DT-AMOUNT               PIC 9(7)V99.
           05 DT-REASON-CODE          PIC X(2).
           05 DT-REASON-TEXT          PIC X(30).
           05 DT-CREDIT-AMOUNT        PIC 9(7)V99.

       FD  DISPUTE-MASTER.
       01 DISPUTE-MASTER-REC.
           COPY DISP-MASTER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  DISPUTE-BATCH.
       01 DISPUTE-BATCH-REC           PIC X(41).

       FD  DISPUTE-REGISTER.
       01 DISPUTE-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-DISPUTE-TRANS-STATUS     PIC XX VALUE "00".
       01 WS-DISPUTE-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-DISPUTE-BATCH-STATUS     PIC XX VALUE "00".
       01 WS-DISPUTE-REGISTER-STATUS  PIC XX VALUE "00".

           COPY ACCT-TRAN-REC.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-BATCH-NUMBER             PIC 9(4) VALUE 7000.
       01 WS-DEADLINE-DAYS            PIC 9(3) VALUE 45.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-DETAILS-WRITTEN          PIC 9(6) VALUE 0.
       01 WS-BATCH-AMOUNT-HASH        PIC 9(9)V99 VALUE 0.

      * What the account's postings showed for the entry asked
      * after, read back through the CALLed POSTRDW service.
       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.
       01 WS-HISTORY-SWITCH           PIC X VALUE 'N'.
           88 ENTRY-FOUND                  VALUE 'Y'.
           88 ENTRY-NOT-FOUND              VALUE 'N'.
       01 WS-REVERSED-SWITCH          PIC X VALUE 'N'.
           88 ENTRY-ALREADY-REVERSED       VALUE 'Y'.
           88 ENTRY-NOT-REVERSED           VALUE 'N'.
       01 WS-SEEK-SSN                 PIC 9(9) VALUE 0.
       01 WS-SEEK-DATE                PIC 9(8) VALUE 0.
       01 WS-SEEK-AMOUNT              PIC 9(7)V99 VALUE 0.
       01 WS-SEEK-ENTRY-TYPE          PIC X VALUE SPACE.
           88 SEEK-DISPUTED-DEBIT          VALUE 'D'.
           88 SEEK-DISPUTE-CREDIT          VALUE 'V'.

       01 WS-POST-CODE                PIC X VALUE SPACE.
       01 WS-POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       01 WS-POST-ORIG-DATE           PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-CREDIT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE "DISPMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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

      * Least-privilege: granting or taking back a credit on a
      * customer's account is an update function - inquiry-only
      * operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Dispute-Control.

           OPEN I-O DISPUTE-MASTER.
           IF WS-DISPUTE-MASTER-STATUS = "35"
               CLOSE DISPUTE-MASTER
               OPEN OUTPUT DISPUTE-MASTER
               CLOSE DISPUTE-MASTER
               OPEN I-O DISPUTE-MASTER
           END-IF.
           IF WS-DISPUTE-MASTER-STATUS NOT = "00"
               DISPLAY "DISPUTE MASTER NOT AVAILABLE:"
                       WS-DISPUTE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE DISPUTE-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DISPUTE-BATCH.
           OPEN OUTPUT DISPUTE-REGISTER.
           MOVE "POSTING DISPUTE REGISTER" TO WS-REGISTER-LINE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM Write-Batch-Header.

           OPEN INPUT DISPUTE-TRANSACTIONS.
           IF WS-DISPUTE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-DISPUTE-TRANS-STATUS NOT = "00"
                   READ DISPUTE-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Dispute-Transaction
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-TRANSACTIONS
           ELSE
               DISPLAY "NO DISPTRAN INPUT - NOTHING TO APPLY:"
                       WS-DISPUTE-TRANS-STATUS
           END-IF.

           PERFORM Write-Batch-Trailer.
           PERFORM Write-Register-Totals.
           CLOSE DISPUTE-REGISTER.
           CLOSE DISPUTE-BATCH.
           CLOSE ACCOUNT-MASTER.
           CLOSE DISPUTE-MASTER.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Dispute-Control.
           OPEN INPUT DISPUTE-CONTROL.
           IF WS-DISPUTE-CONTROL-STATUS = "00"
               READ DISPUTE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Control-Card
               END-READ
               CLOSE DISPUTE-CONTROL
           END-IF.
           DISPLAY "DISPUTE CREDITS BATCH:" WS-BATCH-NUMBER
                   " DEADLINE DAYS:" WS-DEADLINE-DAYS.

       Take-Control-Card.
           IF DC-BATCH-NUMBER NUMERIC AND DC-BATCH-NUMBER NOT = 0
               MOVE DC-BATCH-NUMBER TO WS-BATCH-NUMBER
           END-IF.
           IF DC-DEADLINE-DAYS NUMERIC AND DC-DEADLINE-DAYS NOT = 0
               MOVE DC-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           END-IF.

       Write-Batch-Header.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-HEADER TO TRUE.
           MOVE WS-RUN-DATE     TO PT-HDR-BATCH-DATE.
           MOVE WS-BATCH-NUMBER TO PT-HDR-BATCH-NUMBER.
           WRITE DISPUTE-BATCH-REC FROM TRAN-RECORD.

       Write-Batch-Trailer.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-TRAILER TO TRUE.
           MOVE WS-DETAILS-WRITTEN   TO PT-TRL-RECORD-COUNT.
           MOVE WS-BATCH-AMOUNT-HASH TO PT-TRL-AMOUNT-HASH.
           WRITE DISPUTE-BATCH-REC FROM TRAN-RECORD.

       Apply-Dispute-Transaction.
           PERFORM Tokenize-Transaction-Key.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-POST-AMOUNT.
           EVALUATE TRUE
               WHEN DT-ACCT-SSN NOT NUMERIC
                   OR DT-POST-DATE NOT NUMERIC
                   OR DT-AMOUNT NOT NUMERIC
                   MOVE "DISPUTE KEY NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN DT-AMOUNT = 0
                   MOVE "DISPUTED AMOUNT IS ZERO"
                       TO WS-REJECT-REASON
               WHEN DT-ACTION-IS-OPEN
                   PERFORM Open-Dispute
               WHEN DT-ACTION-IS-FOUND
                   OR DT-ACTION-IS-DENIED
                   PERFORM Resolve-Dispute
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Dispute-Transaction
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

      * The master is written before the credit goes to the batch
      * so a dispute that could not be recorded is never paid.
       Open-Dispute.
           CALL "DATECHK" USING DT-POST-DATE WS-DATE-RESULT.
           MOVE DT-ACCT-SSN  TO DP-ACCT-SSN.
           MOVE DT-POST-DATE TO DP-POST-DATE.
           MOVE DT-AMOUNT    TO DP-AMOUNT.
           MOVE DT-REASON-CODE TO DP-REASON-CODE.
           EVALUATE TRUE
               WHEN WS-DATE-RESULT = 'N'
                   MOVE "POST DATE INVALID" TO WS-REJECT-REASON
               WHEN DT-POST-DATE > WS-RUN-DATE
                   MOVE "POST DATE IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN DT-CREDIT-AMOUNT NOT NUMERIC
                   MOVE "CREDIT AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN DT-CREDIT-AMOUNT > DT-AMOUNT
                   MOVE "CREDIT EXCEEDS DISPUTED AMOUNT"
                       TO WS-REJECT-REASON
               WHEN DT-CREDIT-AMOUNT > 0
                   AND DT-POST-DATE = WS-RUN-DATE
                   MOVE "NO CREDIT ON DAY OF THE DEBIT"
                       TO WS-REJECT-REASON
               WHEN NOT DP-REASON-IS-VALID
                   MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           READ DISPUTE-MASTER
               KEY IS DP-DISPUTE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DISPUTE ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE DT-CREDIT-AMOUNT TO WS-POST-AMOUNT.
           PERFORM Check-Account-Can-Credit.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-ACCT-SSN  TO WS-SEEK-SSN.
           MOVE DT-POST-DATE TO WS-SEEK-DATE.
           MOVE DT-AMOUNT    TO WS-SEEK-AMOUNT.
           SET SEEK-DISPUTED-DEBIT TO TRUE.
           PERFORM Scan-Posting-History.
           EVALUATE TRUE
               WHEN ENTRY-NOT-FOUND
                   MOVE "NO SUCH DEBIT ON POSTHIST"
                       TO WS-REJECT-REASON
               WHEN ENTRY-ALREADY-REVERSED
                   MOVE "DEBIT ALREADY REVERSED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE DT-ACCT-SSN      TO DP-ACCT-SSN.
           MOVE DT-POST-DATE     TO DP-POST-DATE.
           MOVE DT-AMOUNT        TO DP-AMOUNT.
           MOVE WS-RUN-DATE      TO DP-OPENED-DATE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-DEADLINE-DAYS.
           COMPUTE DP-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE DT-REASON-CODE   TO DP-REASON-CODE.
           MOVE DT-REASON-TEXT   TO DP-REASON-TEXT.
           SET DP-DISPUTE-IS-OPEN TO TRUE.
           MOVE DT-CREDIT-AMOUNT TO DP-CREDIT-AMOUNT.
           MOVE 0                TO DP-CREDIT-DATE.
           IF DT-CREDIT-AMOUNT > 0
               MOVE WS-RUN-DATE TO DP-CREDIT-DATE
           END-IF.
           MOVE 0                TO DP-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID   TO DP-OPENED-BY.
           MOVE SPACES           TO DP-RESOLVED-BY.
           WRITE DISPUTE-MASTER-REC
               INVALID KEY
                   MOVE "DISPUTE NOT WRITTEN" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE.
           IF DT-CREDIT-AMOUNT > 0
               MOVE 'V'              TO WS-POST-CODE
               MOVE DT-CREDIT-AMOUNT TO WS-POST-AMOUNT
               MOVE 0                TO WS-POST-ORIG-DATE
               PERFORM Write-Batch-Detail
           END-IF.

      * The same test PAYACCT applies before crediting pay: an
      * account that can no longer take a credit cannot take a
      * dispute credit either. A dormant account may still carry
      * a dispute with no credit granted.
       Check-Account-Can-Credit.
           MOVE DT-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-IS-CLOSED
                           MOVE "ACCOUNT IS CLOSED"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-ESCHEATED
                           MOVE "ACCOUNT ESCHEATED"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-LOAN
                           MOVE "ACCOUNT IS A LOAN"
                               TO WS-REJECT-REASON
                       WHEN AM-ACCOUNT-IS-DORMANT
                           AND WS-POST-AMOUNT > 0
                           MOVE "ACCOUNT DORMANT - NO CREDIT"
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.

       Resolve-Dispute.
           MOVE DT-ACCT-SSN  TO DP-ACCT-SSN.
           MOVE DT-POST-DATE TO DP-POST-DATE.
           MOVE DT-AMOUNT    TO DP-AMOUNT.
           READ DISPUTE-MASTER
               KEY IS DP-DISPUTE-KEY
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DP-DISPUTE-IS-OPEN
               MOVE "DISPUTE ALREADY RESOLVED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF DT-ACTION-IS-FOUND
               PERFORM Find-For-Customer
           ELSE
               PERFORM Deny-Dispute
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE    TO DP-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID TO DP-RESOLVED-BY.
           REWRITE DISPUTE-MASTER-REC
               INVALID KEY
                   MOVE "DISPUTE NOT REWRITTEN" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE.
           IF WS-POST-AMOUNT > 0
               PERFORM Write-Batch-Detail
           END-IF.

      * Whatever of the disputed amount the provisional credit
      * did not cover is owed now; a full provisional credit
      * simply stands.
       Find-For-Customer.
           COMPUTE WS-POST-AMOUNT = DP-AMOUNT - DP-CREDIT-AMOUNT.
           IF WS-POST-AMOUNT > 0
               PERFORM Check-Account-Can-Credit
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V'         TO WS-POST-CODE
               MOVE 0           TO WS-POST-ORIG-DATE
               ADD WS-POST-AMOUNT TO DP-CREDIT-AMOUNT
               MOVE WS-RUN-DATE TO DP-CREDIT-DATE
           END-IF.
           SET DP-DISPUTE-IS-FOUND TO TRUE.

      * The reversal names the 'V' entry the way ACCTPOST finds
      * it - account, amount and post date - so that entry must
      * be on POSTHIST and not already backed out.
       Deny-Dispute.
           MOVE 0 TO WS-POST-AMOUNT.
           IF DP-CREDIT-AMOUNT > 0
               MOVE DP-ACCT-SSN      TO WS-SEEK-SSN
               MOVE DP-CREDIT-DATE   TO WS-SEEK-DATE
               MOVE DP-CREDIT-AMOUNT TO WS-SEEK-AMOUNT
               SET SEEK-DISPUTE-CREDIT TO TRUE
               PERFORM Scan-Posting-History
               EVALUATE TRUE
                   WHEN ENTRY-NOT-FOUND
                       MOVE "CREDIT NOT YET POSTED"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   WHEN ENTRY-ALREADY-REVERSED
                       MOVE "CREDIT ALREADY REVERSED"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE 'R'              TO WS-POST-CODE
               MOVE DP-CREDIT-AMOUNT TO WS-POST-AMOUNT
               MOVE DP-CREDIT-DATE   TO WS-POST-ORIG-DATE
           END-IF.
           SET DP-DISPUTE-IS-DENIED TO TRUE.

      * The account's own postings from the entry's post date on
      * for the entry asked after: the disputed debit (an
      * ordinary or fee debit) or the dispute credit, and whether
      * a reversal of it - never posted before the entry itself -
      * is already on file. The read is by account through the
      * CALLed POSTRDW service, so an entry in a year the
      * year-end split has moved out of POSTHIST is still found.
       Scan-Posting-History.
           SET ENTRY-NOT-FOUND TO TRUE.
           SET ENTRY-NOT-REVERSED TO TRUE.
           MOVE 'A' TO PR-REQUEST-CODE.
           MOVE "DISPMNT" TO PR-CALLER-ID.
           MOVE WS-SEEK-SSN TO PR-ACCT-SSN.
           MOVE WS-SEEK-DATE TO PR-FROM-DATE.
           MOVE 99999999 TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               PERFORM Match-One-History-Entry
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.

       Match-One-History-Entry.
           IF PH-ACCT-SSN NOT = WS-SEEK-SSN
               OR PH-AMOUNT NOT = WS-SEEK-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           IF PH-ENTRY-IS-REVERSAL
               IF PH-ORIG-DATE = WS-SEEK-DATE
                   SET ENTRY-ALREADY-REVERSED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PH-POST-DATE NOT = WS-SEEK-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SEEK-DISPUTED-DEBIT
                   AND PH-TRAN-IS-DEBIT
                   AND (PH-ENTRY-IS-ORDINARY OR PH-ENTRY-IS-FEE)
                   SET ENTRY-FOUND TO TRUE
               WHEN SEEK-DISPUTE-CREDIT
                   AND PH-ENTRY-IS-DISPUTE-CREDIT
                   SET ENTRY-FOUND TO TRUE
           END-EVALUATE.

       Write-Batch-Detail.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-DETAIL TO TRUE.
           MOVE DP-ACCT-SSN       TO PT-ACCT-SSN.
           MOVE WS-POST-CODE      TO PT-TRAN-CODE.
           MOVE WS-POST-AMOUNT    TO PT-AMOUNT.
           MOVE WS-POST-ORIG-DATE TO PT-ORIG-DATE.
           MOVE 0                 TO PT-TARGET-SSN.
           MOVE SPACES            TO PT-CURRENCY-CODE.
           MOVE SPACE             TO PT-CASH-FLAG.
           WRITE DISPUTE-BATCH-REC FROM TRAN-RECORD.
           ADD 1 TO WS-DETAILS-WRITTEN.
           ADD WS-POST-AMOUNT TO WS-BATCH-AMOUNT-HASH.

       Reject-Dispute-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE 0 TO WS-POST-AMOUNT.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE DT-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A018" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "DISPMNT" TO EX-PROGRAM-ID.
           STRING "DISPUTE TRAN REJECTED - " DT-ACTION
                   " " WS-MASKED-SSN
                   " " DT-POST-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The register shows what went to the batch for each
      * transaction: the credit (V) or the reversal (R) posted.
       Write-Register-Detail.
           MOVE DT-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           IF DT-AMOUNT NUMERIC
               MOVE DT-AMOUNT TO WS-EDITED-AMOUNT
           ELSE
               MOVE 0 TO WS-EDITED-AMOUNT
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-AMOUNT TO WS-EDITED-CREDIT
               STRING WS-DISPOSITION
                       " " DT-ACTION
                       " " WS-MASKED-SSN
                       " " DT-POST-DATE
                       " " WS-EDITED-AMOUNT
                       " " WS-POST-CODE ":" WS-EDITED-CREDIT
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING WS-DISPOSITION
                       " " DT-ACTION
                       " " WS-MASKED-SSN
                       " " DT-POST-DATE
                       " " WS-EDITED-AMOUNT
                       " " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPUTE TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPUTE TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DISPUTE TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE WS-BATCH-AMOUNT-HASH TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DETAILS IN BATCH:      " WS-COUNT-DISPLAY
                   "  AMOUNT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * The account as keyed goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * keyed, to be not found.
       Tokenize-Transaction-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "DISPMNT" TO TK-PROGRAM.
           IF DT-ACCT-SSN IS NUMERIC
               MOVE DT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO DT-ACCT-SSN
           END-IF.
