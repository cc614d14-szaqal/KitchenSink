       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMNT.
      * Maintains the STNDORD standing-order master
      * (copybooks/STND-ORDER-REC.cpy) from the SOTRAN batch:
      * each transaction sets up, changes or cancels one standing
      * order - a fixed debit or credit on an account at a weekly,
      * monthly, quarterly or annual frequency, from a next due
      * date until an optional end date. The account must be on
      * ACCTMAST and neither closed nor escheated; the due and
      * end dates must be real calendar dates (DATECHK - future
      * dates are the normal case here). A change re-activates an
      * expired order, so extending an end date brings it back;
      * SOGEN generates the payments. SOMREG registers every
      * disposition under masked keys.
      * The account as keyed is looked up on TOKVAULT (the
      * CALLed TOKENW service) first: ACCTMAST and STNDORD carry
      * tokens, not clear SSNs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANSACTIONS ASSIGN TO "Cobol/data/SOTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-TRANSACTIONS-STATUS.

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

           SELECT ORDER-MAINT-REGISTER ASSIGN TO
               "Cobol/data/SOMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     OT-TRAN-CODE     X        A=add C=change
      *                                        D=delete (cancel)
      *   Pos  2-10  OT-ACCT-SSN      9(9)
      *   Pos 11-13  OT-ORDER-NUMBER  9(3)
      *   Pos 14     OT-POST-CODE     X        D=debit C=credit
      *   Pos 15-23  OT-AMOUNT        9(7)V99
      *   Pos 24     OT-FREQUENCY     X        W/M/Q/A
      *   Pos 25-32  OT-NEXT-DUE-DATE 9(8)     YYYYMMDD
      *   Pos 33-40  OT-END-DATE      9(8)     zero = no end
      *   Pos 41-60  OT-REFERENCE     X(20)
      * A delete needs only the account and order number.
       01 ORDER-TRANSACTION-REC.
           05 OT-TRAN-CODE            PIC X.
               88 OT-TRAN-IS-ADD           VALUE 'A'.
               88 OT-TRAN-IS-CHANGE        VALUE 'C'.
               88 OT-TRAN-IS-DELETE        VALUE 'D'.
           05 OT-ACCT-SSN             PIC 9(9).
           05 OT-ORDER-NUMBER         PIC 9(3).
           05 OT-POST-CODE            PIC X.
               88 OT-POST-IS-VALID         VALUE 'D' 'C'.
           05 OT-AMOUNT               PIC 9(7)V99.
           05 OT-FREQUENCY            PIC X.
               88 OT-FREQ-IS-VALID         VALUE 'W' 'M' 'Q' 'A'.
           05 OT-NEXT-DUE-DATE        PIC 9(8).
           05 OT-NEXT-DUE-DATE-X REDEFINES OT-NEXT-DUE-DATE.
               10 FILLER              PIC 9(6).
               10 OT-NEXT-DUE-DAY     PIC 99.
           05 OT-END-DATE             PIC 9(8).
           05 OT-REFERENCE            PIC X(20).

       FD  ORDER-MASTER.
       01 ORDER-MASTER-REC.
           COPY STND-ORDER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  ORDER-MAINT-REGISTER.
       01 ORDER-MAINT-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-ORDER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ORDER-REGISTER-STATUS    PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.

       01 WS-CHECK-DATE               PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-KEPT-LAST-GEN-DATE       PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
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
           MOVE "SOMNT"    TO VS-PROGRAM-NAME.
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

      * Least-privilege: order maintenance is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ORDER-MAINT-REGISTER.
           PERFORM Open-Order-Master.

           OPEN INPUT ORDER-TRANSACTIONS.
           IF WS-ORDER-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-ORDER-TRANSACTIONS-STATUS NOT = "00"
                   READ ORDER-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Order-Transaction
                   END-READ
               END-PERFORM
               CLOSE ORDER-TRANSACTIONS
           ELSE
               DISPLAY "NO SOTRAN INPUT - NOTHING TO APPLY:"
                       WS-ORDER-TRANSACTIONS-STATUS
           END-IF.

           CLOSE ORDER-MASTER.
           CLOSE ACCOUNT-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE ORDER-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Order-Master.
           OPEN I-O ORDER-MASTER.
           IF WS-ORDER-MASTER-STATUS = "35"
               CLOSE ORDER-MASTER
               OPEN OUTPUT ORDER-MASTER
               CLOSE ORDER-MASTER
               OPEN I-O ORDER-MASTER
           END-IF.

       Apply-Order-Transaction.
           PERFORM Tokenize-Transaction-Key.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN OT-TRAN-IS-DELETE
                   PERFORM Delete-Order
               WHEN OT-TRAN-IS-ADD OR OT-TRAN-IS-CHANGE
                   PERFORM Check-Order-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Order-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Order
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Order-Transaction
           END-EVALUATE.

       Delete-Order.
           IF OT-ACCT-SSN NOT NUMERIC
               OR OT-ORDER-NUMBER NOT NUMERIC
               MOVE "INVALID ACCOUNT OR ORDER NUMBER"
                   TO WS-REJECT-REASON
               PERFORM Reject-Order-Transaction
               EXIT PARAGRAPH
           END-IF.
           MOVE OT-ACCT-SSN     TO SO-ACCT-SSN.
           MOVE OT-ORDER-NUMBER TO SO-ORDER-NUMBER.
           DELETE ORDER-MASTER
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Order-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

       Check-Order-Fields.
           EVALUATE TRUE
               WHEN OT-ACCT-SSN NOT NUMERIC
                   OR OT-ORDER-NUMBER NOT NUMERIC
                   MOVE "INVALID ACCOUNT OR ORDER NUMBER"
                       TO WS-REJECT-REASON
               WHEN NOT OT-POST-IS-VALID
                   MOVE "POSTING CODE NOT D OR C"
                       TO WS-REJECT-REASON
               WHEN OT-AMOUNT NOT NUMERIC OR OT-AMOUNT = 0
                   MOVE "AMOUNT MISSING OR INVALID"
                       TO WS-REJECT-REASON
               WHEN NOT OT-FREQ-IS-VALID
                   MOVE "FREQUENCY NOT W/M/Q/A" TO WS-REJECT-REASON
               WHEN OT-NEXT-DUE-DATE NOT NUMERIC
                   OR OT-END-DATE NOT NUMERIC
                   MOVE "INVALID DUE OR END DATE"
                       TO WS-REJECT-REASON
               WHEN OT-END-DATE NOT = 0
                   AND OT-END-DATE < OT-NEXT-DUE-DATE
                   MOVE "END DATE BEFORE NEXT DUE DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Check-Order-References
           END-EVALUATE.

      * Both dates must be real; either may lie in the future.
       Check-Order-References.
           MOVE OT-NEXT-DUE-DATE TO WS-CHECK-DATE.
           CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-RESULT.
           IF WS-DATE-RESULT = 'N'
               MOVE "NEXT DUE DATE NOT A DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF OT-END-DATE NOT = 0
               MOVE OT-END-DATE TO WS-CHECK-DATE
               CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-RESULT
               IF WS-DATE-RESULT = 'N'
                   MOVE "END DATE NOT A DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE OT-ACCT-SSN TO AM-ACCT-SSN.
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
           IF AM-ACCOUNT-IS-CLOSED OR AM-ACCOUNT-IS-ESCHEATED
               MOVE "ACCOUNT CLOSED OR ESCHEATED" TO WS-REJECT-REASON
           END-IF.

      * The due date's day becomes the order's anchor day. A
      * change keeps the date the order last generated.
       Write-Or-Rewrite-Order.
           MOVE 0 TO WS-KEPT-LAST-GEN-DATE.
           IF OT-TRAN-IS-CHANGE
               MOVE OT-ACCT-SSN     TO SO-ACCT-SSN
               MOVE OT-ORDER-NUMBER TO SO-ORDER-NUMBER
               READ ORDER-MASTER
                   KEY IS SO-ORDER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SO-LAST-GEN-DATE
                           TO WS-KEPT-LAST-GEN-DATE
               END-READ
           END-IF.
           MOVE OT-ACCT-SSN      TO SO-ACCT-SSN.
           MOVE OT-ORDER-NUMBER  TO SO-ORDER-NUMBER.
           MOVE OT-POST-CODE     TO SO-TRAN-CODE.
           MOVE OT-AMOUNT        TO SO-AMOUNT.
           MOVE OT-FREQUENCY     TO SO-FREQUENCY.
           MOVE OT-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE.
           MOVE OT-END-DATE      TO SO-END-DATE.
           MOVE OT-NEXT-DUE-DAY  TO SO-ANCHOR-DAY.
           SET SO-ORDER-IS-ACTIVE TO TRUE.
           MOVE WS-KEPT-LAST-GEN-DATE TO SO-LAST-GEN-DATE.
           MOVE OT-REFERENCE     TO SO-REFERENCE.
           IF OT-TRAN-IS-ADD
               WRITE ORDER-MASTER-REC
                   INVALID KEY
                       MOVE "ORDER ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Order-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE ORDER-MASTER-REC
                   INVALID KEY
                       MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Order-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Order-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A012" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "SOMNT" TO EX-PROGRAM-ID.
           STRING "ORDER TRAN REJECTED - " OT-TRAN-CODE
                   " " WS-MASKED-SSN
                   " " OT-ORDER-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-MASKED-SSN.
           IF OT-ACCT-SSN NUMERIC
               MOVE OT-ACCT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
           END-IF.
           MOVE 0 TO WS-EDITED-AMOUNT.
           IF OT-AMOUNT NUMERIC
               MOVE OT-AMOUNT TO WS-EDITED-AMOUNT
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " OT-TRAN-CODE
                   " " WS-MASKED-SSN
                   " " OT-ORDER-NUMBER
                   " " OT-POST-CODE
                   " " WS-EDITED-AMOUNT
                   " " OT-FREQUENCY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ORDER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDER TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ORDER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDER TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ORDER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDER TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ORDER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * The account as keyed goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * keyed, to be not found.
       Tokenize-Transaction-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "SOMNT" TO TK-PROGRAM.
           IF OT-ACCT-SSN IS NUMERIC
               MOVE OT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO OT-ACCT-SSN
           END-IF.
