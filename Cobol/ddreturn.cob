       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETURN.
      * Direct-deposit returns and notification-of-change run -
      * what used to reach us by phone. The bank's DDRETURN file
      * (copybooks/DD-RETURN-REC.cpy) is proven against its own
      * trailer and against the BANKXFER transfer file it
      * answers before anything is touched: a file out of
      * balance, or answering a transfer file other than the one
      * on hand, refuses whole. Each item must then match the
      * BANKXFER detail we sent - employee, routing, account and
      * amount - or it is rejected for a person to look at.
      * A return flips the employee's BANKMAST details out of
      * live: to suspended 'S' when the bank says the details
      * themselves are bad (closed, missing or invalid account)
      * or a prenote bounced, back to prenote otherwise - and a
      * net-pay return queues a replacement paper check on the
      * DDRETQ reissue queue (copybooks/DD-REISSUE-REC.cpy) for
      * the next CHECKPRT, so the employee is actually paid. A
      * notification of change applies the corrected routing or
      * account number. Details BANKMNT has already re-keyed
      * since the transfer are left alone. The DDRETREG register
      * shows every item and its disposition.
      * BANKMAST carries account numbers as TOKVAULT tokens (the
      * CALLed TOKENW service) while BANKXFER and the bank's file
      * carry them in clear: the returned account is looked up to
      * its token to judge whether the details on file are still
      * the ones sent, and a corrected account is tokenized before
      * it is filed - a vault that cannot take it leaves the item
      * rejected for a person to look at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO "Cobol/data/DDRETURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "Cobol/data/BANKXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT REISSUE-QUEUE ASSIGN TO "Cobol/data/DDRETQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-QUEUE-KEY
               FILE STATUS IS WS-REISSUE-QUEUE-STATUS.

           SELECT RETURNS-REGISTER ASSIGN TO "Cobol/data/DDRETREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
      * Typed records per copybooks/DD-RETURN-REC.cpy.
       01 RETURNS-FILE-REC            PIC X(58).

       FD  TRANSFER-FILE.
       01 TRANSFER-FILE-REC           PIC X(36).

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  REISSUE-QUEUE.
       01 REISSUE-QUEUE-REC.
           COPY DD-REISSUE-REC.

       FD  RETURNS-REGISTER.
       01 RETURNS-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETURNS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-TRANSFER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-REISSUE-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-RETURNS-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-FILE-DATE                PIC 9(8) VALUE 0.
       01 WS-XFER-DATE                PIC 9(8) VALUE 0.
       01 WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-DISPOSITION              PIC X(30) VALUE SPACES.

      * Proof of the returns file against its own trailer.
       01 WS-HEADER-SWITCH            PIC X VALUE 'N'.
           88 HEADER-WAS-READ              VALUE 'Y'.
       01 WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 TRAILER-WAS-READ             VALUE 'Y'.
       01 WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
       01 WS-DETAIL-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-COUNT            PIC 9(6) VALUE 0.
       01 WS-TRAILER-AMOUNT           PIC 9(9)V99 VALUE 0.

      * The transfer file as sent, held for matching.
       01 WS-SENT-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-SENT-COUNT               PIC 9(4) VALUE 0.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 1000 TIMES.
               10 WS-SENT-EMPLOYEE    PIC 9(6).
               10 WS-SENT-ROUTING     PIC 9(9).
               10 WS-SENT-ACCOUNT     PIC X(10).
               10 WS-SENT-AMOUNT      PIC 9(7)V99.
               10 WS-SENT-ENTRY-TYPE  PIC X.
       01 WS-SENT-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-SENT-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 SENT-TABLE-OVERFLOWED        VALUE 'Y'.

       01 WS-DETAILS-CHANGED-SWITCH   PIC X VALUE 'N'.
           88 DETAILS-RE-KEYED             VALUE 'Y'.
           88 DETAILS-AS-SENT              VALUE 'N'.

       01 WS-ITEMS-READ               PIC 9(5) VALUE 0.
       01 WS-RETURNS-APPLIED          PIC 9(5) VALUE 0.
       01 WS-CHANGES-APPLIED          PIC 9(5) VALUE 0.
       01 WS-CHECKS-QUEUED            PIC 9(5) VALUE 0.
       01 WS-QUEUED-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-ITEMS-REJECTED           PIC 9(5) VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

           COPY DD-RETURN-REC.

           COPY BANK-XFER-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-RETURNED-ACCOUNT-TOKEN   PIC X(10) VALUE SPACES.
       01 WS-CORRECTED-ACCOUNT-TOKEN  PIC X(10) VALUE SPACES.
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
           MOVE "DDRETURN" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT RETURNS-REGISTER.
           MOVE "DIRECT DEPOSIT RETURNS REGISTER"
               TO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Nothing is touched until the file has proven itself and
      * the transfer file it answers is the one on hand.
           PERFORM Prove-Returns-File.
           IF WS-REFUSE-REASON = SPACES
               PERFORM Load-Sent-Transfers
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM Refuse-Returns-File
               CLOSE RETURNS-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BANK-MASTER.
           IF WS-BANK-MASTER-STATUS NOT = "00"
               DISPLAY "BANK MASTER NOT AVAILABLE:"
                       WS-BANK-MASTER-STATUS
               CLOSE RETURNS-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Open-Reissue-Queue.

           OPEN INPUT RETURNS-FILE.
           PERFORM UNTIL WS-RETURNS-FILE-STATUS NOT = "00"
               READ RETURNS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RETURNS-FILE-REC TO RETURN-RECORD
                       IF RT-IS-DETAIL
                           PERFORM Apply-One-Item
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE.

           PERFORM Write-Register-Totals.
           CLOSE RETURNS-REGISTER.
           CLOSE REISSUE-QUEUE.
           CLOSE BANK-MASTER.

           IF WS-ITEMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Header first, trailer last, details in between adding to
      * the trailer's count and amount - the ACCTPOST proof.
       Prove-Returns-File.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT RETURNS-FILE.
           IF WS-RETURNS-FILE-STATUS NOT = "00"
               MOVE "NO RETURNS FILE FROM THE BANK"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM UNTIL WS-RETURNS-FILE-STATUS NOT = "00"
                   READ RETURNS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RETURNS-FILE-REC TO RETURN-RECORD
                           PERFORM Prove-One-Record
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
               EVALUATE TRUE
                   WHEN WS-REFUSE-REASON NOT = SPACES
                       CONTINUE
                   WHEN NOT HEADER-WAS-READ
                       MOVE "RETURNS FILE HAS NO HEADER"
                           TO WS-REFUSE-REASON
                   WHEN NOT TRAILER-WAS-READ
                       MOVE "RETURNS FILE HAS NO TRAILER"
                           TO WS-REFUSE-REASON
                   WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                       MOVE "DETAIL COUNT DISAGREES WITH TRAILER"
                           TO WS-REFUSE-REASON
                   WHEN WS-DETAIL-AMOUNT NOT = WS-TRAILER-AMOUNT
                       MOVE "AMOUNT TOTAL DISAGREES WITH TRAILER"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.
           MOVE "00" TO WS-RETURNS-FILE-STATUS.

       Prove-One-Record.
           EVALUATE TRUE
               WHEN RT-IS-HEADER
                   MOVE 'Y' TO WS-HEADER-SWITCH
                   MOVE RT-HDR-FILE-DATE TO WS-FILE-DATE
                   MOVE RT-HDR-XFER-DATE TO WS-XFER-DATE
               WHEN RT-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD RT-AMOUNT TO WS-DETAIL-AMOUNT
               WHEN RT-IS-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   MOVE RT-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE RT-TRL-TOTAL-AMOUNT TO WS-TRAILER-AMOUNT
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON RETURNS FILE"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

      * The returns answer one transfer file; matched against any
      * other, a bounce could suspend the wrong details.
       Load-Sent-Transfers.
           MOVE 0 TO WS-SENT-COUNT.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-FILE-STATUS NOT = "00"
               MOVE "NO BANKXFER TRANSFER FILE TO MATCH"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM UNTIL WS-TRANSFER-FILE-STATUS NOT = "00"
                   READ TRANSFER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE TRANSFER-FILE-REC TO XFER-RECORD
                           PERFORM Hold-One-Transfer
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
               EVALUATE TRUE
                   WHEN WS-SENT-RUN-DATE NOT = WS-XFER-DATE
                       MOVE "RETURNS ARE NOT FOR BANKXFER ON HAND"
                           TO WS-REFUSE-REASON
                   WHEN SENT-TABLE-OVERFLOWED
                       MOVE "BANKXFER TOO LARGE TO MATCH AGAINST"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       Hold-One-Transfer.
           EVALUATE TRUE
               WHEN BX-IS-HEADER
                   MOVE BX-HDR-RUN-DATE TO WS-SENT-RUN-DATE
               WHEN BX-IS-DETAIL
                   IF WS-SENT-COUNT < 1000
                       ADD 1 TO WS-SENT-COUNT
                       MOVE BX-DTL-EMPLOYEE-NUMBER
                           TO WS-SENT-EMPLOYEE(WS-SENT-COUNT)
                       MOVE BX-DTL-ROUTING
                           TO WS-SENT-ROUTING(WS-SENT-COUNT)
                       MOVE BX-DTL-ACCOUNT
                           TO WS-SENT-ACCOUNT(WS-SENT-COUNT)
                       MOVE BX-DTL-AMOUNT
                           TO WS-SENT-AMOUNT(WS-SENT-COUNT)
                       MOVE BX-DTL-ENTRY-TYPE
                           TO WS-SENT-ENTRY-TYPE(WS-SENT-COUNT)
                   ELSE
                       SET SENT-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-EVALUATE.

       Refuse-Returns-File.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RETURNS FILE REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P015" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "DDRETURN" TO EX-PROGRAM-ID.
           STRING "RETURNS REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Open-Reissue-Queue.
           OPEN I-O REISSUE-QUEUE.
           IF WS-REISSUE-QUEUE-STATUS = "35"
               CLOSE REISSUE-QUEUE
               OPEN OUTPUT REISSUE-QUEUE
               CLOSE REISSUE-QUEUE
               OPEN I-O REISSUE-QUEUE
           END-IF.

       Apply-One-Item.
           ADD 1 TO WS-ITEMS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DISPOSITION.
           PERFORM Find-Sent-Transfer.
           EVALUATE TRUE
               WHEN WS-MATCH-SUBSCRIPT = 0
                   MOVE "NO MATCHING TRANSFER SENT"
                       TO WS-REJECT-REASON
               WHEN RT-AMOUNT NOT = WS-SENT-AMOUNT(WS-MATCH-SUBSCRIPT)
                   MOVE "AMOUNT DIFFERS FROM TRANSFER"
                       TO WS-REJECT-REASON
               WHEN RT-ITEM-IS-RETURN
                   PERFORM Apply-Return
               WHEN RT-ITEM-IS-CHANGE
                   PERFORM Apply-Change-Notice
               WHEN OTHER
                   MOVE "UNKNOWN ITEM TYPE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Item
           ELSE
               PERFORM Register-Item
           END-IF.

       Find-Sent-Transfer.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-SENT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SENT-SUBSCRIPT > WS-SENT-COUNT
               IF WS-SENT-EMPLOYEE(WS-SENT-SUBSCRIPT)
                       = RT-EMPLOYEE-NUMBER
                   AND WS-SENT-ROUTING(WS-SENT-SUBSCRIPT)
                       = RT-ROUTING
                   AND WS-SENT-ACCOUNT(WS-SENT-SUBSCRIPT)
                       = RT-ACCOUNT
                   MOVE WS-SENT-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-SENT-COUNT TO WS-SENT-SUBSCRIPT
               END-IF
           END-PERFORM.

      * Reads the details on file now and notes whether they are
      * still the ones the transfer went out on.
       Read-Bank-Details.
           SET DETAILS-AS-SENT TO TRUE.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE RT-ACCOUNT TO TK-VALUE-IN.
           PERFORM Call-Token-Vault.
           MOVE TK-VALUE-OUT TO WS-RETURNED-ACCOUNT-TOKEN.
           MOVE RT-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER.
           READ BANK-MASTER
               KEY IS BN-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "BANK DETAILS NOT ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF BN-ROUTING-NUMBER NOT = RT-ROUTING
                       OR (BN-ACCOUNT-NUMBER NOT = RT-ACCOUNT
                           AND BN-ACCOUNT-NUMBER
                               NOT = WS-RETURNED-ACCOUNT-TOKEN)
                       SET DETAILS-RE-KEYED TO TRUE
                   END-IF
           END-READ.

      * The money did not land. Bad details - or a prenote the
      * bank could not verify - suspend until BANKMNT re-keys
      * them; anything else re-verifies through prenote. Either
      * way the next CHECKPRT pays by check, and a net-pay return
      * queues the replacement for this transfer's amount.
       Apply-Return.
           PERFORM Read-Bank-Details.
           IF WS-REJECT-REASON = SPACES
               IF DETAILS-RE-KEYED
                   MOVE "DETAILS ALREADY RE-KEYED"
                       TO WS-DISPOSITION
               ELSE
                   IF RT-REASON-BAD-DETAILS
                       OR WS-SENT-ENTRY-TYPE(WS-MATCH-SUBSCRIPT) = 'P'
                       MOVE 'S' TO BN-PRENOTE-STATUS
                       MOVE "SUSPENDED" TO WS-DISPOSITION
                   ELSE
                       MOVE 'P' TO BN-PRENOTE-STATUS
                       MOVE "BACK TO PRENOTE" TO WS-DISPOSITION
                   END-IF
                   REWRITE BANK-MASTER-REC
               END-IF
               ADD 1 TO WS-RETURNS-APPLIED
               IF RT-AMOUNT > 0
                   PERFORM Queue-Replacement-Check
               END-IF
           END-IF.

      * Keyed by employee and transfer date: the same returns
      * file run twice queues nothing the second time.
       Queue-Replacement-Check.
           MOVE RT-EMPLOYEE-NUMBER TO RQ-EMPLOYEE-NUMBER.
           MOVE WS-XFER-DATE       TO RQ-XFER-DATE.
           MOVE RT-AMOUNT          TO RQ-AMOUNT.
           MOVE RT-REASON-CODE     TO RQ-REASON-CODE.
           MOVE WS-FILE-DATE       TO RQ-RETURN-DATE.
           MOVE 'Q'                TO RQ-STATUS.
           MOVE 0                  TO RQ-CHECK-NUMBER.
           MOVE 0                  TO RQ-PRINTED-DATE.
           WRITE REISSUE-QUEUE-REC
               INVALID KEY
                   MOVE "CHECK ALREADY QUEUED" TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-CHECKS-QUEUED
                   ADD RT-AMOUNT TO WS-QUEUED-AMOUNT
                   IF WS-DISPOSITION = "SUSPENDED"
                       MOVE "SUSPENDED, CHECK QUEUED"
                           TO WS-DISPOSITION
                   ELSE
                       IF WS-DISPOSITION = "BACK TO PRENOTE"
                           MOVE "PRENOTE, CHECK QUEUED"
                               TO WS-DISPOSITION
                       ELSE
                           MOVE "CHECK QUEUED" TO WS-DISPOSITION
                       END-IF
                   END-IF
           END-WRITE.

      * The money landed; the numbers on file need correcting.
       Apply-Change-Notice.
           PERFORM Read-Bank-Details.
           MOVE SPACES TO WS-CORRECTED-ACCOUNT-TOKEN.
           MOVE 'Y' TO TK-RESULT-SWITCH.
           IF (RT-CHANGE-ACCOUNT OR RT-CHANGE-BOTH)
               AND RT-CORRECTED-ACCOUNT NOT = SPACES
               MOVE 'T' TO TK-REQUEST-CODE
               MOVE RT-CORRECTED-ACCOUNT TO TK-VALUE-IN
               PERFORM Call-Token-Vault
               MOVE TK-VALUE-OUT TO WS-CORRECTED-ACCOUNT-TOKEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN TK-RESULT-SWITCH NOT = 'Y'
                   MOVE "TOKEN VAULT UNAVAILABLE" TO WS-REJECT-REASON
               WHEN DETAILS-RE-KEYED
                   MOVE "DETAILS ALREADY RE-KEYED" TO WS-DISPOSITION
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN RT-CHANGE-ACCOUNT
                   AND RT-CORRECTED-ACCOUNT NOT = SPACES
                   MOVE WS-CORRECTED-ACCOUNT-TOKEN
                       TO BN-ACCOUNT-NUMBER
                   REWRITE BANK-MASTER-REC
                   MOVE "ACCOUNT CORRECTED" TO WS-DISPOSITION
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN RT-CHANGE-ROUTING
                   AND RT-CORRECTED-ROUTING NOT = 0
                   MOVE RT-CORRECTED-ROUTING TO BN-ROUTING-NUMBER
                   REWRITE BANK-MASTER-REC
                   MOVE "ROUTING CORRECTED" TO WS-DISPOSITION
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN RT-CHANGE-BOTH
                   AND RT-CORRECTED-ACCOUNT NOT = SPACES
                   AND RT-CORRECTED-ROUTING NOT = 0
                   MOVE RT-CORRECTED-ROUTING TO BN-ROUTING-NUMBER
                   MOVE WS-CORRECTED-ACCOUNT-TOKEN
                       TO BN-ACCOUNT-NUMBER
                   REWRITE BANK-MASTER-REC
                   MOVE "ROUTING AND ACCOUNT CORRECTED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN OTHER
                   MOVE "CHANGE NOTICE NOT APPLIED"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       Register-Item.
           MOVE RT-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF RT-ITEM-IS-RETURN
               STRING "RETURNED " RT-EMPLOYEE-NUMBER
                       " " RT-REASON-CODE
                       " AMT:" WS-EDITED-AMOUNT
                       " " WS-DISPOSITION
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "CHANGE   " RT-EMPLOYEE-NUMBER
                       " " RT-REASON-CODE
                       " AMT:" WS-EDITED-AMOUNT
                       " " WS-DISPOSITION
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.

       Reject-Item.
           ADD 1 TO WS-ITEMS-REJECTED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REJECTED " RT-EMPLOYEE-NUMBER
                   " " RT-ITEM-TYPE RT-REASON-CODE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P014" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "DDRETURN" TO EX-PROGRAM-ID.
           STRING "RETURN ITEM " RT-EMPLOYEE-NUMBER
                   " " RT-REASON-CODE " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE WS-ITEMS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ITEMS READ:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-RETURNS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RETURNS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CHANGES-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHANGES APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CHECKS-QUEUED TO WS-COUNT-DISPLAY.
           MOVE WS-QUEUED-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHECKS QUEUED:   " WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-ITEMS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ITEMS REJECTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * Callers set the request code and the value.
       Call-Token-Vault.
           MOVE 'B' TO TK-VALUE-TYPE.
           MOVE "DDRETURN" TO TK-PROGRAM.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
