       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITMNT.
      * Maintains the REMITPAY deduction payee master
      * (copybooks/REMIT-PAYEE-REC.cpy) from a batch of Add/
      * Change/Delete transactions keyed by deduction code, the
      * same load-apply-rewrite handling the other card-sized
      * masters get. Requires the administrator role - the
      * master decides whose bank account REMITRUN sends the
      * withholdings to. Every mapping names a payee, a method of
      * C (check) or E (transfer, with the payee's routing and
      * account), and a due rule of D (days after the period end)
      * or M (day of the following month, 1-28). A payee named
      * by more than one code carries the same name, method and
      * bank details on every one - an add or change carries them
      * to the payee's other codes - so REMITRUN never has two
      * answers to where one payee's money goes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-TRANSACTIONS ASSIGN TO
               "Cobol/data/REMITTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-TRANSACTIONS-STATUS.

           SELECT PAYEE-MASTER ASSIGN TO "Cobol/data/REMITPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-MASTER-STATUS.

           SELECT REMIT-MAINT-REGISTER ASSIGN TO
               "Cobol/data/REMITMRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-TRANSACTIONS.
      * One payee mapping transaction per line:
      *   Pos  1     PT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Pos  2- 4  PT-DED-CODE        X(3)
      *   Pos  5-10  PT-PAYEE-NUMBER    9(6)
      *   Pos 11-40  PT-PAYEE-NAME      X(30)
      *   Pos 41     PT-REMIT-METHOD    X     C/E
      *   Pos 42-50  PT-ROUTING-NUMBER  9(9)  Transfer payee only
      *   Pos 51-60  PT-ACCOUNT-NUMBER  X(10) Transfer payee only
      *   Pos 61     PT-DUE-RULE        X     D/M
      *   Pos 62-63  PT-DUE-DAYS        9(2)
       01 REMIT-TRANSACTION-REC.
           05 PT-TRAN-CODE            PIC X.
               88 PT-TRAN-IS-ADD           VALUE 'A'.
               88 PT-TRAN-IS-CHANGE        VALUE 'C'.
               88 PT-TRAN-IS-DELETE        VALUE 'D'.
           05 PT-DED-CODE             PIC X(3).
           05 PT-PAYEE-NUMBER         PIC 9(6).
           05 PT-PAYEE-NAME           PIC X(30).
           05 PT-REMIT-METHOD         PIC X.
           05 PT-ROUTING-NUMBER       PIC 9(9).
           05 PT-ACCOUNT-NUMBER       PIC X(10).
           05 PT-DUE-RULE             PIC X.
           05 PT-DUE-DAYS             PIC 9(2).

       FD  PAYEE-MASTER.
       01 PAYEE-MASTER-REC.
           COPY REMIT-PAYEE-REC.

       FD  REMIT-MAINT-REGISTER.
       01 REMIT-MAINT-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REMIT-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-PAYEE-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-REMIT-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-PAYEE-COUNT              PIC 9(3) VALUE 0.
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PAYEE-COUNT.
               10 WS-PAYEE-ITEM       PIC X(62).
       01 WS-WORK-PAYEE-REC.
           COPY REMIT-PAYEE-REC
               REPLACING PE-DED-CODE         BY WK-DED-CODE
                         PE-PAYEE-NUMBER     BY WK-PAYEE-NUMBER
                         PE-PAYEE-NAME       BY WK-PAYEE-NAME
                         PE-REMIT-METHOD     BY WK-REMIT-METHOD
                         PE-REMIT-BY-CHECK   BY WK-REMIT-BY-CHECK
                         PE-REMIT-BY-TRANSFER
                                             BY WK-REMIT-BY-TRANSFER
                         PE-ROUTING-NUMBER   BY WK-ROUTING-NUMBER
                         PE-ACCOUNT-NUMBER   BY WK-ACCOUNT-NUMBER
                         PE-DUE-RULE         BY WK-DUE-RULE
                         PE-DUE-DAYS-AFTER   BY WK-DUE-DAYS-AFTER
                         PE-DUE-DAY-OF-MONTH BY WK-DUE-DAY-OF-MONTH
                         PE-DUE-DAYS         BY WK-DUE-DAYS.
       01 WS-PAYEE-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-SHIFT-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-CARRIED-COUNT            PIC 9(3) VALUE 0.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "REMITMNT" TO VS-PROGRAM-NAME.
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

           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Load-Payee-Master.
           OPEN OUTPUT REMIT-MAINT-REGISTER.

           OPEN INPUT REMIT-TRANSACTIONS.
           IF WS-REMIT-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-REMIT-TRANSACTIONS-STATUS NOT = "00"
                   READ REMIT-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Payee-Transaction
                   END-READ
               END-PERFORM
               CLOSE REMIT-TRANSACTIONS
           ELSE
               DISPLAY "NO REMITTRN INPUT - NOTHING TO APPLY:"
                       WS-REMIT-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Rewrite-Payee-Master.
           PERFORM Write-Register-Totals.
           CLOSE REMIT-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Payee-Master.
           MOVE 0 TO WS-PAYEE-COUNT.
           OPEN INPUT PAYEE-MASTER.
           IF WS-PAYEE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-PAYEE-MASTER-STATUS NOT = "00"
                       OR WS-PAYEE-COUNT >= 100
                   READ PAYEE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PAYEE-COUNT
                           MOVE PAYEE-MASTER-REC
                               TO WS-PAYEE-ITEM(WS-PAYEE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAYEE-MASTER
           END-IF.

       Apply-Payee-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-PAYEE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PAYEE-SUBSCRIPT > WS-PAYEE-COUNT
               MOVE WS-PAYEE-ITEM(WS-PAYEE-SUBSCRIPT)
                   TO WS-WORK-PAYEE-REC
               IF WK-DED-CODE = PT-DED-CODE
                   MOVE WS-PAYEE-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUBSCRIPT
               END-IF
           END-PERFORM.

           IF PT-TRAN-IS-ADD OR PT-TRAN-IS-CHANGE
               PERFORM Edit-Payee-Fields
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Payee-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN PT-TRAN-IS-ADD AND WS-MATCH-SUBSCRIPT > 0
                   MOVE "CODE ALREADY MAPPED" TO WS-REJECT-REASON
                   PERFORM Reject-Payee-Transaction
               WHEN PT-TRAN-IS-ADD AND WS-PAYEE-COUNT >= 100
                   MOVE "PAYEE TABLE FULL" TO WS-REJECT-REASON
                   PERFORM Reject-Payee-Transaction
               WHEN PT-TRAN-IS-ADD
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-MATCH-SUBSCRIPT
                   PERFORM Build-Payee-Entry
                   PERFORM Carry-Payee-Details
                   PERFORM Register-Applied-Transaction
               WHEN WS-MATCH-SUBSCRIPT = 0
                   MOVE "CODE NOT MAPPED" TO WS-REJECT-REASON
                   PERFORM Reject-Payee-Transaction
               WHEN PT-TRAN-IS-CHANGE
                   PERFORM Build-Payee-Entry
                   PERFORM Carry-Payee-Details
                   PERFORM Register-Applied-Transaction
               WHEN PT-TRAN-IS-DELETE
                   PERFORM VARYING WS-SHIFT-SUBSCRIPT
                           FROM WS-MATCH-SUBSCRIPT BY 1
                           UNTIL WS-SHIFT-SUBSCRIPT >= WS-PAYEE-COUNT
                       MOVE WS-PAYEE-ITEM(WS-SHIFT-SUBSCRIPT + 1)
                           TO WS-PAYEE-ITEM(WS-SHIFT-SUBSCRIPT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PAYEE-COUNT
                   PERFORM Register-Applied-Transaction
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Payee-Transaction
           END-EVALUATE.

       Edit-Payee-Fields.
           EVALUATE TRUE
               WHEN PT-DED-CODE = SPACES
                   MOVE "DEDUCTION CODE REQUIRED" TO WS-REJECT-REASON
               WHEN PT-PAYEE-NUMBER NOT NUMERIC
                       OR PT-PAYEE-NUMBER = 0
                   MOVE "PAYEE NUMBER REQUIRED" TO WS-REJECT-REASON
               WHEN PT-PAYEE-NAME = SPACES
                   MOVE "PAYEE NAME REQUIRED" TO WS-REJECT-REASON
               WHEN PT-REMIT-METHOD NOT = 'C'
                       AND PT-REMIT-METHOD NOT = 'E'
                   MOVE "METHOD MUST BE C OR E" TO WS-REJECT-REASON
               WHEN PT-REMIT-METHOD = 'E'
                       AND (PT-ROUTING-NUMBER NOT NUMERIC
                            OR PT-ROUTING-NUMBER = 0
                            OR PT-ACCOUNT-NUMBER = SPACES)
                   MOVE "TRANSFER NEEDS ROUTING/ACCOUNT"
                       TO WS-REJECT-REASON
               WHEN PT-DUE-RULE NOT = 'D' AND PT-DUE-RULE NOT = 'M'
                   MOVE "DUE RULE MUST BE D OR M" TO WS-REJECT-REASON
               WHEN PT-DUE-DAYS NOT NUMERIC
                   MOVE "DUE DAYS NOT NUMERIC" TO WS-REJECT-REASON
               WHEN PT-DUE-RULE = 'M'
                       AND (PT-DUE-DAYS < 1 OR PT-DUE-DAYS > 28)
                   MOVE "DUE DAY MUST BE 1-28" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Build-Payee-Entry.
           MOVE PT-DED-CODE       TO WK-DED-CODE.
           MOVE PT-PAYEE-NUMBER   TO WK-PAYEE-NUMBER.
           MOVE PT-PAYEE-NAME     TO WK-PAYEE-NAME.
           MOVE PT-REMIT-METHOD   TO WK-REMIT-METHOD.
           IF WK-REMIT-BY-TRANSFER
               MOVE PT-ROUTING-NUMBER TO WK-ROUTING-NUMBER
               MOVE PT-ACCOUNT-NUMBER TO WK-ACCOUNT-NUMBER
           ELSE
               MOVE 0      TO WK-ROUTING-NUMBER
               MOVE SPACES TO WK-ACCOUNT-NUMBER
           END-IF.
           MOVE PT-DUE-RULE       TO WK-DUE-RULE.
           MOVE PT-DUE-DAYS       TO WK-DUE-DAYS.
           MOVE WS-WORK-PAYEE-REC
               TO WS-PAYEE-ITEM(WS-MATCH-SUBSCRIPT).

      * The payee's other codes take the name, method and bank
      * details just keyed; each keeps its own due rule.
       Carry-Payee-Details.
           MOVE 0 TO WS-CARRIED-COUNT.
           PERFORM VARYING WS-PAYEE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PAYEE-SUBSCRIPT > WS-PAYEE-COUNT
               MOVE WS-PAYEE-ITEM(WS-PAYEE-SUBSCRIPT)
                   TO WS-WORK-PAYEE-REC
               IF WK-PAYEE-NUMBER = PT-PAYEE-NUMBER
                   AND WS-PAYEE-SUBSCRIPT NOT = WS-MATCH-SUBSCRIPT
                   AND (WK-PAYEE-NAME NOT = PT-PAYEE-NAME
                        OR WK-REMIT-METHOD NOT = PT-REMIT-METHOD
                        OR WK-ROUTING-NUMBER NOT = PT-ROUTING-NUMBER
                        OR WK-ACCOUNT-NUMBER NOT = PT-ACCOUNT-NUMBER)
                   MOVE PT-PAYEE-NAME   TO WK-PAYEE-NAME
                   MOVE PT-REMIT-METHOD TO WK-REMIT-METHOD
                   IF WK-REMIT-BY-TRANSFER
                       MOVE PT-ROUTING-NUMBER TO WK-ROUTING-NUMBER
                       MOVE PT-ACCOUNT-NUMBER TO WK-ACCOUNT-NUMBER
                   ELSE
                       MOVE 0      TO WK-ROUTING-NUMBER
                       MOVE SPACES TO WK-ACCOUNT-NUMBER
                   END-IF
                   MOVE WS-WORK-PAYEE-REC
                       TO WS-PAYEE-ITEM(WS-PAYEE-SUBSCRIPT)
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.
           IF WS-CARRIED-COUNT > 0
               MOVE WS-CARRIED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REJECT-REASON
               STRING "CARRIED TO" WS-COUNT-DISPLAY " OTHER CODES"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Payee-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" PT-TRAN-CODE
                   " DED:" PT-DED-CODE
                   " PAYEE:" PT-PAYEE-NUMBER
                   " " PT-REMIT-METHOD
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO REMIT-MAINT-REGISTER-LINE.
           WRITE REMIT-MAINT-REGISTER-LINE.

       Rewrite-Payee-Master.
           OPEN OUTPUT PAYEE-MASTER.
           PERFORM VARYING WS-PAYEE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PAYEE-SUBSCRIPT > WS-PAYEE-COUNT
               MOVE WS-PAYEE-ITEM(WS-PAYEE-SUBSCRIPT)
                   TO PAYEE-MASTER-REC
               WRITE PAYEE-MASTER-REC
           END-PERFORM.
           CLOSE PAYEE-MASTER.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYEE TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO REMIT-MAINT-REGISTER-LINE.
           WRITE REMIT-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYEE TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO REMIT-MAINT-REGISTER-LINE.
           WRITE REMIT-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYEE TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO REMIT-MAINT-REGISTER-LINE.
           WRITE REMIT-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
