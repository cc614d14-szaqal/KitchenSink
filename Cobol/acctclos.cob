      * first, delete second, the EMPTERM rule - and comes off
      * the master. CLOSREG registers every disposition; manual
      * file surgery retires.
      * Only an owner may close: each transaction names the party
      * requesting it, who must be the primary (the account key
      * itself) or a joint owner on the ACCTOWN ownership master
      * - beneficiaries and signers cannot. A closed account's
      * ACCTOWN parties come off with it.
      * An installment loan closes only once it is paid off - a
      * debt is never carried out as a final posting.
      * A foreign-currency account's carry-out posts in its own
      * currency and carries its home value at the FXRATE rate in
      * force on the closure date (through the CALLed CURRCNVW
      * service), so the ledger can journal it; with no rate for
      * that date the closure rejects - never a guessed rate. The
      * archive keeps the account's currency with its balance.
      * CLOSTRAN is keyed in clear; the account and requester
      * are looked up to their TOKVAULT tokens (CALLed TOKENW)
      * before either is matched against the tokenized masters.
      * A closure queues the customer's CLOSED confirmation
      * letter through the CALLed LTRREQW writer. The account is
      * gone by the time LTRPRINT runs, so the request carries
      * the closure date and the final balance it went out with.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REGISTER-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-TRANSACTIONS.
      *                                    balance out as a final
      *                                    posting; else nonzero
      *                                    balances reject
      *   Pos 22-30  CL-REQUESTED-BY 9(9)  SSN of the owner asking
      *                                    for the closure
       01 CLOSE-TRANSACTION-REC.
           05 CL-ACCT-SSN             PIC 9(9).
           05 CL-CLOSE-DATE           PIC 9(8).
           05 CL-CLOSE-REASON         PIC X(3).
           05 CL-CARRY-OUT            PIC X.
               88 CL-CARRY-OUT-AUTHORIZED  VALUE 'Y'.
           05 CL-REQUESTED-BY         PIC 9(9).

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
       FD  CLOSE-REGISTER.
       01 CLOSE-REGISTER-LINE         PIC X(80).

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-CLOSE-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-PARTIES-REMOVED          PIC 9(4) VALUE 0.

       01 WS-CLOSES-READ              PIC 9(4) VALUE 0.
       01 WS-CLOSES-APPLIED           PIC 9(4) VALUE 0.
       01 WS-CLOSES-REJECTED          PIC 9(4) VALUE 0.
       01 WS-FINAL-BALANCE            PIC S9(7)V99 VALUE 0.
       01 WS-HOME-BALANCE             PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNT-CURRENCY         PIC X(3) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-CLOSE-DATE-WORK          PIC 9(8) VALUE 0.
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
           MOVE "ACCTCLOS" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               OPEN OUTPUT POSTING-HISTORY
           END-IF.

      * No ACCTOWN yet means every account is its primary's alone.
           OPEN I-O OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.

           OPEN INPUT CLOSE-TRANSACTIONS.
           IF WS-CLOSE-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-CLOSE-TRANSACTIONS-STATUS NOT = "00"
                       WS-CLOSE-TRANSACTIONS-STATUS
           END-IF.

           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           CLOSE POSTING-HISTORY.
           CLOSE ACCOUNT-HISTORY.
           CLOSE ACCOUNT-MASTER.

       Apply-One-Closure.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Tokenize-Transaction-Keys.
           MOVE CL-CLOSE-DATE TO WS-CLOSE-DATE-WORK.
           CALL "DATECHK" USING WS-CLOSE-DATE-WORK WS-DATE-RESULT.
           IF WS-DATE-RESULT NOT = 'Y'
           END-IF.

       Close-This-Account.
           PERFORM Check-Requester.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Closure
               EXIT PARAGRAPH
           END-IF.
           IF AM-ACCOUNT-IS-LOAN
               AND AM-BALANCE NOT = 0
               MOVE "LOAN NOT PAID OFF" TO WS-REJECT-REASON
               PERFORM Reject-Closure
               EXIT PARAGRAPH
           END-IF.
           IF AM-BALANCE NOT = 0
               AND NOT CL-CARRY-OUT-AUTHORIZED
               MOVE "BALANCE NOT ZERO - NO CARRY" TO WS-REJECT-REASON
               PERFORM Reject-Closure
           ELSE
               MOVE AM-BALANCE TO WS-FINAL-BALANCE
               PERFORM Value-Carry-Out-At-Home
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Closure
                   EXIT PARAGRAPH
               END-IF
               PERFORM Archive-And-Delete-Account
           END-IF.

      * A home account's carry-out is its own home value; a
      * foreign one's is valued at the closure date's rate.
       Value-Carry-Out-At-Home.
           MOVE WS-FINAL-BALANCE TO WS-HOME-BALANCE.
           MOVE AM-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY.
           IF AM-CURRENCY-IS-HOME OR WS-FINAL-BALANCE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY.
           MOVE SPACES TO CV-TO-CURRENCY.
           MOVE CL-CLOSE-DATE TO CV-RATE-DATE.
           MOVE WS-FINAL-BALANCE TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.
           IF CV-WAS-DONE
               MOVE CV-AMOUNT-OUT TO WS-HOME-BALANCE
           ELSE
               MOVE "NO EXCHANGE RATE ON CLOSE DATE"
                   TO WS-REJECT-REASON
           END-IF.

      * The primary is the account key; a joint owner must be on
      * ACCTOWN under this account with the J role.
       Check-Requester.
           IF CL-REQUESTED-BY NOT NUMERIC OR CL-REQUESTED-BY = 0
               MOVE "REQUESTER MISSING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CL-REQUESTED-BY = CL-ACCT-SSN
               EXIT PARAGRAPH
           END-IF.
           MOVE "REQUESTER NOT AN OWNER" TO WS-REJECT-REASON.
           IF OWNERS-ON-FILE
               MOVE CL-ACCT-SSN     TO AO-ACCT-SSN
               MOVE CL-REQUESTED-BY TO AO-PARTY-SSN
               READ OWNER-MASTER
                   KEY IS AO-OWNER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AO-ROLE-IS-JOINT
                           MOVE SPACES TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * The account's parties go with it; each delete restarts the
      * browse at the account's first key.
       Remove-Account-Parties.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           PERFORM UNTIL OWNER-BROWSE-DONE
               MOVE CL-ACCT-SSN TO AO-ACCT-SSN
               MOVE 0 TO AO-PARTY-SSN
               START OWNER-MASTER
                   KEY IS >= AO-OWNER-KEY
                   INVALID KEY
                       SET OWNER-BROWSE-DONE TO TRUE
               END-START
               IF OWNER-BROWSE-NOT-DONE
                   READ OWNER-MASTER NEXT RECORD
                       AT END
                           SET OWNER-BROWSE-DONE TO TRUE
                       NOT AT END
                           IF AO-ACCT-SSN NOT = CL-ACCT-SSN
                               SET OWNER-BROWSE-DONE TO TRUE
                           ELSE
                               PERFORM Delete-One-Party
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       Delete-One-Party.
           DELETE OWNER-MASTER
               INVALID KEY
                   SET OWNER-BROWSE-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PARTIES-REMOVED
           END-DELETE.

      * The balance leaves through the history like any other
      * movement: a credit balance debits out, an overdraft
      * credits out - so the account's POSTHIST still sums to
           COMPUTE PH-AMOUNT = FUNCTION ABS(WS-FINAL-BALANCE).
           MOVE SPACE TO PH-ENTRY-TYPE.
           MOVE 0 TO PH-ORIG-DATE.
           MOVE 0 TO PH-XFER-ACCT-SSN.
           MOVE ZEROS TO PH-XFER-REF.
           MOVE WS-ACCOUNT-CURRENCY TO PH-CURRENCY-CODE.
           IF PH-CURRENCY-IS-HOME
               MOVE 0 TO PH-HOME-AMOUNT
           ELSE
               COMPUTE PH-HOME-AMOUNT =
                   FUNCTION ABS(WS-HOME-BALANCE)
           END-IF.
           MOVE SPACE TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.

      * Archive first, delete second, carry-out last - if the
           MOVE CL-CLOSE-DATE     TO AH-CLOSE-DATE.
           MOVE CL-CLOSE-REASON   TO AH-CLOSE-REASON.
           MOVE WS-FINAL-BALANCE  TO AH-FINAL-BALANCE.
           MOVE AM-CURRENCY-CODE  TO AH-CURRENCY-CODE.
           WRITE ACCOUNT-HISTORY-REC.
           IF WS-ACCOUNT-HISTORY-STATUS NOT = "00"
               MOVE "HISTORY ARCHIVE WRITE FAILED"
                       IF WS-FINAL-BALANCE NOT = 0
                           PERFORM Post-Carry-Out
                       END-IF
                       IF OWNERS-ON-FILE
                           PERFORM Remove-Account-Parties
                       END-IF
                       ADD 1 TO WS-CLOSES-APPLIED
                       MOVE "CLOSED" TO WS-DISPOSITION
                       PERFORM Write-Register-Detail
                       PERFORM Request-Closure-Letter
               END-DELETE
           END-IF.

       Request-Closure-Letter.
           MOVE "CLOSED" TO LQ-TEMPLATE-ID.
           MOVE AM-ACCT-SSN TO LQ-ACCT-SSN.
           MOVE "ACCTCLOS" TO LQ-SOURCE-PROGRAM.
           MOVE CL-CLOSE-DATE TO LQ-EVENT-DATE.
           MOVE WS-FINAL-BALANCE TO LQ-EVENT-AMOUNT.
           MOVE SPACES TO LQ-EVENT-DETAIL.
           STRING "REASON CODE " CL-CLOSE-REASON
               DELIMITED BY SIZE INTO LQ-EVENT-DETAIL.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.

       Reject-Closure.
           ADD 1 TO WS-CLOSES-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLOSE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-PARTIES-REMOVED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OWNER PARTIES OFF: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLOSE-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Keys as keyed go through TOKVAULT: the masters are keyed
      * on tokens, and a value with none is left as keyed, to
      * be not found.
       Tokenize-Transaction-Keys.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTCLOS" TO TK-PROGRAM.
           IF CL-ACCT-SSN IS NUMERIC
               MOVE CL-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO CL-ACCT-SSN
           END-IF.
           IF CL-REQUESTED-BY IS NUMERIC
               MOVE CL-REQUESTED-BY TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO CL-REQUESTED-BY
           END-IF.
