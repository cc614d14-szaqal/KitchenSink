      * finally moves pay out of this system on a file instead of
      * being hand-carried to the bank portal. For each PAYMAST
      * record with live BANKMAST details the employee's net pay
      * (PAYCALC's own figure from the PAYCUR current-period file,
      * gross less tax and the DEDMAST deductions) goes on the
      * BANKXFER transfer file (copybooks/BANK-XFER-REC.cpy)
      * inside a header/trailer the bank balances against -
      * detail count plus total amount. Details still in prenote
      * ride the file as zero-amount prenote records and go live
      * for next period's run; a net that is not positive never
      * rides the file at all. Details DDRETURN suspended after a
      * bounced transfer ride nothing until they are re-keyed.
      * With the OFFCYCLE card on OFFCCTL the run transfers only
      * the final pays FINALPAY wrote to the PAYCUR it is given,
      * on its own transfer file; a leaver still in prenote is
      * left to the check run rather than prenoted. The regular
      * run passes over leavers whose final pay is already issued.
      * Employees whose BANKMAST pay route is A - net pay to their
      * own account with us - never ride the bank file; PAYACCT
      * credits them through ACCTPOST instead.
      * BANKMAST carries the account number as its TOKVAULT token;
      * this is the one path that turns it back (the CALLed TOKENW
      * service) - into the BANKXFER record alone, for the bank.
      * Details whose token cannot be turned back ride nothing and
      * are counted with the transfer exceptions.
      * Nothing of a regular period goes to the bank until its
      * PAYVARN pay variance review has run and PAYVCLR has
      * cleared or overridden every flag it raised - the CALLed
      * PAYVARW says so, and otherwise the run is refused, RC=8.
      * Off-cycle final pays are not part of that review.
      * An employee PAYCALC held for the whole period - on leave
      * or suspended, by EMPSTAT through the CALLed EMPSTATW - is
      * not on PAYCUR; nothing rides for them, and the register
      * counts the held pay instead of logging it as an exception.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "Cobol/data/BANKXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-REGISTER-STATUS.

      * OFFCYCLE card: final pays only, off the FINALPAY PAYCUR.
           SELECT OFFCYCLE-CONTROL ASSIGN TO "OFFCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC.

       FD  TRANSFER-FILE.
       01 TRANSFER-FILE-REC           PIC X(36).
       FD  DEPOSIT-REGISTER.
       01 DEPOSIT-REGISTER-LINE       PIC X(80).

       FD  OFFCYCLE-CONTROL.
       01 OFFCYCLE-CONTROL-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-TRANSFER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-DEPOSIT-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-OFFCYCLE-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-RUN-MODE-SWITCH          PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN                VALUE 'Y'.
           88 REGULAR-RUN                  VALUE 'N'.
       01 WS-CURRENT-PAY-SWITCH       PIC X VALUE 'N'.
           88 PAY-WAS-CALCULATED           VALUE 'Y'.
           88 PAY-NOT-CALCULATED           VALUE 'N'.
       01 WS-PAY-HELD-SWITCH          PIC X VALUE 'N'.
           88 PAY-IS-HELD                  VALUE 'Y'.
           88 PAY-NOT-HELD                 VALUE 'N'.
       01 WS-PAY-PERIOD-END           PIC 9(8) VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-NET-PAY                  PIC S9(5)V99 VALUE 0.

       01 WS-DETAILS-WRITTEN          PIC 9(6) VALUE 0.
       01 WS-PRENOTES-WRITTEN         PIC 9(4) VALUE 0.
       01 WS-NO-BANK-DETAILS          PIC 9(4) VALUE 0.
       01 WS-SUSPENDED-DETAILS        PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-ROUTED           PIC 9(4) VALUE 0.
       01 WS-TRANSFER-EXCEPTIONS      PIC 9(4) VALUE 0.
       01 WS-PAYS-HELD                PIC 9(4) VALUE 0.
       01 WS-TOTAL-TRANSFERRED        PIC 9(9)V99 VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

      * Release check through CALLed PAYVARW: the period's pay
      * variance review must be run and every flag disposed of.
       01 WS-VARIANCE-REQUEST.
           05 VQ-REQUEST-CODE         PIC X VALUE SPACE.
           05 VQ-PERIOD-END           PIC 9(8) VALUE 0.
           05 VQ-RESULT-SWITCH        PIC X VALUE 'R'.
           05 VQ-PENDING-COUNT        PIC 9(5) VALUE 0.

      * Employment status through CALLed EMPSTATW: an employee
      * PAYCALC held for the whole period is not on PAYCUR.
       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
               88 SW-IS-ABSENT             VALUE 'L' 'S'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "DDEPOSIT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Offcycle-Control.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               GOBACK
           END-IF.

      * No PAYCUR means PAYCALC has not priced this period - a
      * transfer sent from anything else could disagree with the
      * register.
           OPEN INPUT PAY-CURRENT.
           IF WS-PAY-CURRENT-STATUS NOT = "00"
               DISPLAY "NO PAYCUR CURRENT PAY - RUN PAYCALC FIRST:"
                       WS-PAY-CURRENT-STATUS
               CLOSE BANK-MASTER
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REGULAR-RUN
               PERFORM Check-Variance-Review
               IF VQ-RESULT-SWITCH NOT = 'Y'
                   CLOSE PAY-CURRENT
                   CLOSE BANK-MASTER
                   CLOSE PAY-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT TRANSFER-FILE.
           OPEN OUTPUT DEPOSIT-REGISTER.
           PERFORM Write-Register-Totals.
           CLOSE DEPOSIT-REGISTER.
           CLOSE TRANSFER-FILE.
           CLOSE PAY-CURRENT.
           CLOSE BANK-MASTER.
           CLOSE PAY-MASTER.

           END-IF.
           GOBACK.

       Read-Offcycle-Control.
           SET REGULAR-RUN TO TRUE.
           OPEN INPUT OFFCYCLE-CONTROL.
           IF WS-OFFCYCLE-CONTROL-STATUS = "00"
               READ OFFCYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OFFCYCLE-CONTROL-REC = "OFFCYCLE"
                           SET OFF-CYCLE-RUN TO TRUE
                           DISPLAY "OFF-CYCLE RUN - FINAL PAYS ONLY"
                       END-IF
               END-READ
               CLOSE OFFCYCLE-CONTROL
           END-IF.

      * The period is the one PAYCALC priced onto PAYCUR; an empty
      * PAYCUR has nothing to hold back.
       Check-Variance-Review.
           MOVE 'Y' TO VQ-RESULT-SWITCH.
           READ PAY-CURRENT NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Q' TO VQ-REQUEST-CODE.
           MOVE PY-PERIOD-END TO VQ-PERIOD-END.
           MOVE PY-PERIOD-END TO WS-PAY-PERIOD-END.
           CALL "PAYVARW" USING WS-VARIANCE-REQUEST.
           IF VQ-RESULT-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P029" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "DDEPOSIT" TO EX-PROGRAM-ID.
           IF VQ-RESULT-SWITCH = 'N'
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                       " - RUN REFUSED"
               STRING "TRANSFERS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE ITEMS PENDING:" VQ-PENDING-COUNT
                   DELIMITED BY SIZE INTO EX-MESSAGE
           ELSE
               DISPLAY "PERIOD " VQ-PERIOD-END
                       " PAY VARIANCE REVIEW NOT RUN - RUN REFUSED"
               STRING "TRANSFERS REFUSED - PERIOD " VQ-PERIOD-END
                       " VARIANCE REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO EX-MESSAGE
           END-IF.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Transfer-One-Employee.
           IF OFF-CYCLE-RUN
               PERFORM Compute-Net-Pay
               IF PAY-NOT-CALCULATED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PM-FINAL-PAY-DATE NUMERIC
                   AND PM-FINAL-PAY-DATE > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER.
           READ BANK-MASTER
               KEY IS BN-EMPLOYEE-NUMBER
               INVALID KEY
                   ADD 1 TO WS-NO-BANK-DETAILS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BN-ROUTE-TO-ACCOUNT
                           ADD 1 TO WS-ACCOUNT-ROUTED
                       WHEN BN-DETAILS-ARE-PRENOTE AND OFF-CYCLE-RUN
                           PERFORM Note-Final-Pay-Prenote
                       WHEN BN-DETAILS-ARE-PRENOTE
                           PERFORM Write-Prenote-Detail
                       WHEN BN-DETAILS-ARE-SUSPENDED
                           PERFORM Note-Suspended-Details
                       WHEN OTHER
                           PERFORM Write-Transfer-Detail
                   END-EVALUATE
           END-READ.

      * The prenote rides once at zero, then the details go live -
      * so a bad account number comes back from the bank before
      * a period's pay is riding on it.
       Write-Prenote-Detail.
           PERFORM Detokenize-Bank-Account.
           IF TK-RESULT-SWITCH NOT = 'Y' AND TK-RESULT-SWITCH NOT = 'N'
               PERFORM Note-Vault-Unavailable
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO XFER-RECORD.
           MOVE 'D' TO BX-RECORD-TYPE.
           MOVE BN-EMPLOYEE-NUMBER TO BX-DTL-EMPLOYEE-NUMBER.
           MOVE BN-ROUTING-NUMBER  TO BX-DTL-ROUTING.
           MOVE TK-VALUE-OUT       TO BX-DTL-ACCOUNT.
           MOVE 0                  TO BX-DTL-AMOUNT.
           MOVE 'P'                TO BX-DTL-ENTRY-TYPE.
           WRITE TRANSFER-FILE-REC FROM XFER-RECORD.
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * A leaver's details that never went live never will - the
      * final pay goes by check and no prenote is sent.
       Note-Final-Pay-Prenote.
           ADD 1 TO WS-NO-BANK-DETAILS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PRENOTE  " BN-EMPLOYEE-NUMBER
                   " FINAL PAY - PAID BY CHECK"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Details DDRETURN suspended after a bounce ride nothing
      * until BANKMNT re-keys them; CHECKPRT pays by check.
       Note-Suspended-Details.
           ADD 1 TO WS-SUSPENDED-DETAILS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SUSPEND  " BN-EMPLOYEE-NUMBER
                   " DETAILS SUSPENDED - PAID BY CHECK"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Transfer-Detail.
           PERFORM Compute-Net-Pay.
           SET PAY-NOT-HELD TO TRUE.
           IF PAY-NOT-CALCULATED
               PERFORM Check-Pay-Held
           END-IF.
           IF PAY-IS-HELD
               ADD 1 TO WS-PAYS-HELD
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "HELD     " BN-EMPLOYEE-NUMBER
                       " PAY HELD - ON LEAVE/SUSPENDED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NET-PAY NOT > 0
               ADD 1 TO WS-TRANSFER-EXCEPTIONS
               MOVE "P005" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "DDEPOSIT" TO EX-PROGRAM-ID
               MOVE SPACES TO EX-MESSAGE
               STRING "NET NOT POSITIVE - NO TRANSFER - EMPLOYEE:"
                       PM-EMPLOYEE-NUMBER
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
           ELSE
               PERFORM Detokenize-Bank-Account
               IF TK-RESULT-SWITCH NOT = 'Y'
                   AND TK-RESULT-SWITCH NOT = 'N'
                   PERFORM Note-Vault-Unavailable
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO XFER-RECORD
               MOVE 'D' TO BX-RECORD-TYPE
               MOVE BN-EMPLOYEE-NUMBER TO BX-DTL-EMPLOYEE-NUMBER
               MOVE BN-ROUTING-NUMBER  TO BX-DTL-ROUTING
               MOVE TK-VALUE-OUT       TO BX-DTL-ACCOUNT
               MOVE WS-NET-PAY         TO BX-DTL-AMOUNT
               MOVE 'N'                TO BX-DTL-ENTRY-TYPE
               WRITE TRANSFER-FILE-REC FROM XFER-RECORD
               WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

      * PAYCALC's own net for the period, by key - the transfer
      * must never disagree with the register. An employee PAYCALC
      * did not pay nets zero and is refused below, unless its
      * pay was held.
       Compute-Net-Pay.
           SET PAY-NOT-CALCULATED TO TRUE.
           MOVE 0 TO WS-NET-PAY.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           READ PAY-CURRENT
               KEY IS PY-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAY-WAS-CALCULATED TO TRUE
                   MOVE PY-NET TO WS-NET-PAY
           END-READ.

      * PAYCALC writes no PAYCUR record for an employee on leave
      * or suspended from before the period began - that pay is
      * held, not missing, and nothing is owed. An absence that
      * began inside the period is paid up to its start and is on
      * PAYCUR, so absent at the period end is enough to tell.
       Check-Pay-Held.
           IF WS-PAY-PERIOD-END = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE PM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-PAY-PERIOD-END TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF SW-IS-ABSENT
               SET PAY-IS-HELD TO TRUE
           END-IF.

       Write-Register-Totals.
           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISPLAY.
                   " (PAID BY OTHER MEANS)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-SUSPENDED-DETAILS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SUSPENDED:      " WS-COUNT-DISPLAY
                   " (PAID BY CHECK)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ACCOUNT-ROUTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OWN ACCOUNT:    " WS-COUNT-DISPLAY
                   " (CREDITED BY PAYACCT)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-PAYS-HELD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAY HELD:       " WS-COUNT-DISPLAY
                   " (ON LEAVE/SUSPENDED)"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The clear account number for the bank-bound record only;
      * a value that is not a token (details keyed before the
      * vault) comes back as it is.
       Detokenize-Bank-Account.
           MOVE 'D' TO TK-REQUEST-CODE.
           MOVE 'B' TO TK-VALUE-TYPE.
           MOVE "DDEPOSIT" TO TK-PROGRAM.
           MOVE BN-ACCOUNT-NUMBER TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.

      * TOKENW has already logged the vault failure; the details
      * stay as they are for the next run.
       Note-Vault-Unavailable.
           ADD 1 TO WS-TRANSFER-EXCEPTIONS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "HELD     " BN-EMPLOYEE-NUMBER
                   " TOKEN VAULT UNAVAILABLE - NOT SENT"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE FROM WS-REGISTER-LINE.
