       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
      * Maintains the TAXMAST graduated withholding table master
      * (copybooks/TAX-TABLE-REC.cpy, keyed by tax year and
      * filing status) from a batch of Add/Change/Delete
      * transactions, the transaction-register pattern DEDMAINT
      * applies to the deductions master. Each transaction carries
      * the full bracket set for one year and status; a Change
      * replaces the set whole. A bracket set is refused unless
      * its first floor is zero and every later floor climbs -
      * a table PAYCALC cannot walk top to bottom is worse than
      * no table at all. Next year's tables are keyed under next
      * year's key while this year's stay in force, so January no
      * longer means re-keying percentages over live ones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-TRANSACTIONS ASSIGN TO "Cobol/data/TAXTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-TRANSACTIONS-STATUS.

           SELECT TAX-TABLE ASSIGN TO "Cobol/data/TAXMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TABLE-KEY
               FILE STATUS IS WS-TAX-TABLE-STATUS.

           SELECT TAX-MAINT-REGISTER ASSIGN TO "Cobol/data/TAXMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-TRANSACTIONS.
      * One tax-table transaction per line:
      *   Pos   1     TT-TRAN-CODE        X     A=add C=change
      *                                         D=delete
      *   Pos   2-  5 TT-TAX-YEAR         9(4)
      *   Pos   6     TT-FILING-STATUS    X     S/M/H
      *   Pos   7- 13 TT-ALLOWANCE-AMOUNT 9(5)V99
      *   Pos  14     TT-BRACKET-COUNT    9     1-7
      *   Pos  15-168 TT-BRACKET          seven 22-byte brackets in
      *                                   TAX-TABLE-REC.cpy form
       01 TAX-TRANSACTION-REC.
           05 TT-TRAN-CODE            PIC X.
               88 TT-TRAN-IS-ADD           VALUE 'A'.
               88 TT-TRAN-IS-CHANGE        VALUE 'C'.
               88 TT-TRAN-IS-DELETE        VALUE 'D'.
           05 TT-TAX-YEAR             PIC 9(4).
           05 TT-FILING-STATUS        PIC X.
           05 TT-ALLOWANCE-AMOUNT     PIC 9(5)V99.
           05 TT-BRACKET-COUNT        PIC 9.
           05 TT-BRACKET OCCURS 7 TIMES.
               10 TT-BRACKET-FLOOR    PIC 9(7)V99.
               10 TT-BRACKET-BASE-TAX PIC 9(7)V99.
               10 TT-BRACKET-RATE     PIC 9(2)V99.

       FD  TAX-TABLE.
       01 TAX-TABLE-REC.
           COPY TAX-TABLE-REC.

       FD  TAX-MAINT-REGISTER.
       01 TAX-MAINT-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TAX-TRANSACTIONS-STATUS  PIC XX VALUE "00".
       01 WS-TAX-TABLE-STATUS         PIC XX VALUE "00".
       01 WS-TAX-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-BRACKET-SUBSCRIPT        PIC 9 VALUE 0.
       01 WS-BRACKET-ERROR-SWITCH     PIC X VALUE 'N'.
           88 BRACKET-SET-IS-BAD           VALUE 'Y'.
           88 BRACKET-SET-IS-GOOD          VALUE 'N'.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

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

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "TAXMAINT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: the table every paycheck is withheld
      * from takes the administrator role, the DEDMAINT bar.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TAX-MAINT-REGISTER.
           PERFORM Open-Tax-Table.

           OPEN INPUT TAX-TRANSACTIONS.
           IF WS-TAX-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-TAX-TRANSACTIONS-STATUS NOT = "00"
                   READ TAX-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Tax-Transaction
                   END-READ
               END-PERFORM
               CLOSE TAX-TRANSACTIONS
           ELSE
               DISPLAY "NO TAXTRAN INPUT - NOTHING TO APPLY:"
                       WS-TAX-TRANSACTIONS-STATUS
           END-IF.

           CLOSE TAX-TABLE.
           PERFORM Write-Register-Totals.
           CLOSE TAX-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-Tax-Table.
           OPEN I-O TAX-TABLE.
           IF WS-TAX-TABLE-STATUS = "35"
               CLOSE TAX-TABLE
               OPEN OUTPUT TAX-TABLE
               CLOSE TAX-TABLE
               OPEN I-O TAX-TABLE
           END-IF.

       Apply-Tax-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TT-TRAN-IS-ADD
                   PERFORM Apply-Tax-Add
               WHEN TT-TRAN-IS-CHANGE
                   PERFORM Apply-Tax-Change
               WHEN TT-TRAN-IS-DELETE
                   PERFORM Apply-Tax-Delete
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Tax-Transaction
           END-EVALUATE.

      * The walk in TAXCALCW takes the last floor at or under the
      * annual wages, so the floors must start at zero and climb;
      * a status outside S/M/H could never be looked up at all.
       Check-Bracket-Set.
           SET BRACKET-SET-IS-GOOD TO TRUE.
           IF TT-FILING-STATUS NOT = 'S' AND TT-FILING-STATUS NOT = 'M'
               AND TT-FILING-STATUS NOT = 'H'
               SET BRACKET-SET-IS-BAD TO TRUE
               MOVE "INVALID FILING STATUS" TO WS-REJECT-REASON
           END-IF.
           IF BRACKET-SET-IS-GOOD
               IF TT-BRACKET-COUNT NOT NUMERIC
                   OR TT-BRACKET-COUNT = 0
                   OR TT-BRACKET-COUNT > 7
                   SET BRACKET-SET-IS-BAD TO TRUE
                   MOVE "BRACKET COUNT NOT 1-7" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF BRACKET-SET-IS-GOOD
               IF TT-BRACKET-FLOOR(1) NOT = 0
                   SET BRACKET-SET-IS-BAD TO TRUE
                   MOVE "FIRST FLOOR NOT ZERO" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF BRACKET-SET-IS-GOOD
               PERFORM VARYING WS-BRACKET-SUBSCRIPT FROM 2 BY 1
                       UNTIL WS-BRACKET-SUBSCRIPT > TT-BRACKET-COUNT
                   IF TT-BRACKET-FLOOR(WS-BRACKET-SUBSCRIPT)
                       NOT > TT-BRACKET-FLOOR(WS-BRACKET-SUBSCRIPT - 1)
                       SET BRACKET-SET-IS-BAD TO TRUE
                       MOVE "FLOORS NOT ASCENDING"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

      * Unused brackets past the count are stored as zeros, not
      * whatever the card carried in those columns.
       Move-Brackets-To-Table.
           MOVE TT-TAX-YEAR         TO TX-TAX-YEAR.
           MOVE TT-FILING-STATUS    TO TX-FILING-STATUS.
           MOVE TT-ALLOWANCE-AMOUNT TO TX-ALLOWANCE-AMOUNT.
           MOVE TT-BRACKET-COUNT    TO TX-BRACKET-COUNT.
           PERFORM VARYING WS-BRACKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BRACKET-SUBSCRIPT > 7
               IF WS-BRACKET-SUBSCRIPT > TT-BRACKET-COUNT
                   MOVE 0 TO TX-BRACKET-FLOOR(WS-BRACKET-SUBSCRIPT)
                   MOVE 0 TO TX-BRACKET-BASE-TAX(WS-BRACKET-SUBSCRIPT)
                   MOVE 0 TO TX-BRACKET-RATE(WS-BRACKET-SUBSCRIPT)
               ELSE
                   MOVE TT-BRACKET-FLOOR(WS-BRACKET-SUBSCRIPT)
                       TO TX-BRACKET-FLOOR(WS-BRACKET-SUBSCRIPT)
                   MOVE TT-BRACKET-BASE-TAX(WS-BRACKET-SUBSCRIPT)
                       TO TX-BRACKET-BASE-TAX(WS-BRACKET-SUBSCRIPT)
                   MOVE TT-BRACKET-RATE(WS-BRACKET-SUBSCRIPT)
                       TO TX-BRACKET-RATE(WS-BRACKET-SUBSCRIPT)
               END-IF
           END-PERFORM.

       Apply-Tax-Add.
           PERFORM Check-Bracket-Set.
           IF BRACKET-SET-IS-BAD
               PERFORM Reject-Tax-Transaction
           ELSE
               PERFORM Move-Brackets-To-Table
               WRITE TAX-TABLE-REC
                   INVALID KEY
                       MOVE "TABLE ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Tax-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

       Apply-Tax-Change.
           PERFORM Check-Bracket-Set.
           IF BRACKET-SET-IS-BAD
               PERFORM Reject-Tax-Transaction
           ELSE
               MOVE TT-TAX-YEAR      TO TX-TAX-YEAR
               MOVE TT-FILING-STATUS TO TX-FILING-STATUS
               READ TAX-TABLE
                   KEY IS TX-TABLE-KEY
                   INVALID KEY
                       MOVE "TABLE NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Tax-Transaction
                   NOT INVALID KEY
                       PERFORM Move-Brackets-To-Table
                       REWRITE TAX-TABLE-REC
                       PERFORM Register-Applied-Transaction
               END-READ
           END-IF.

       Apply-Tax-Delete.
           MOVE TT-TAX-YEAR      TO TX-TAX-YEAR.
           MOVE TT-FILING-STATUS TO TX-FILING-STATUS.
           DELETE TAX-TABLE
               INVALID KEY
                   MOVE "TABLE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Tax-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Tax-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE "P010" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "TAXMAINT" TO EX-PROGRAM-ID.
           STRING "TAX TRAN REJECTED - TABLE:" TT-TAX-YEAR
                   "/" TT-FILING-STATUS
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" TT-TRAN-CODE
                   " TABLE:" TT-TAX-YEAR "/" TT-FILING-STATUS
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TAX-MAINT-REGISTER-LINE.
           WRITE TAX-MAINT-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TAX TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TAX-MAINT-REGISTER-LINE.
           WRITE TAX-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TAX TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TAX-MAINT-REGISTER-LINE.
           WRITE TAX-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TAX TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TAX-MAINT-REGISTER-LINE.
           WRITE TAX-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
