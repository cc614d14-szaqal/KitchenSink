       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
      * Maintains the GLMAP general ledger account-mapping master
      * (copybooks/GL-MAP-REC.cpy, keyed by source, item and
      * qualifier) from a batch of Add/Change/Delete
      * transactions, the transaction-register pattern TAXMAINT
      * applies to the withholding tables. Every mapping names
      * the ledger account; an accounts-side mapping must also
      * name its offset, and a payroll mapping must not, since
      * payroll balances on its own - gross and expenses
      * repaid out, deductions and net in. A Delete removes the
      * mapping outright: the journals already written carry the
      * account they used.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-TRANSACTIONS ASSIGN TO
               "Cobol/data/GLMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-TRANSACTIONS-STATUS.

           SELECT GL-MAP-MASTER ASSIGN TO "Cobol/data/GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-MASTER-STATUS.

           SELECT GL-MAP-REGISTER ASSIGN TO "Cobol/data/GLMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-TRANSACTIONS.
      * One mapping transaction per line:
      *   Pos  1     MT-TRAN-CODE       X      A=add C=change
      *                                        D=delete
      *   Pos  2     MT-SOURCE          X      P/A
      *   Pos  3- 5  MT-ITEM            X(3)
      *   Pos  6- 9  MT-QUALIFIER       X(4)
      *   Pos 10-19  MT-GL-ACCOUNT      X(10)
      *   Pos 20-29  MT-OFFSET-ACCOUNT  X(10)
      *   Pos 30-49  MT-DESCRIPTION     X(20)
       01 GL-MAP-TRANSACTION-REC.
           05 MT-TRAN-CODE            PIC X.
               88 MT-TRAN-IS-ADD           VALUE 'A'.
               88 MT-TRAN-IS-CHANGE        VALUE 'C'.
               88 MT-TRAN-IS-DELETE        VALUE 'D'.
           05 MT-MAP-KEY.
               10 MT-SOURCE           PIC X.
                   88 MT-SOURCE-IS-PAYROLL     VALUE 'P'.
                   88 MT-SOURCE-IS-ACCOUNTS    VALUE 'A'.
               10 MT-ITEM             PIC X(3).
                   88 MT-ITEM-IS-PAYROLL       VALUES "GRS" "DED"
                                                      "NET" "EXP".
                   88 MT-ITEM-IS-ACCOUNTS      VALUES "ORD" "INT"
                                                      "FEE" "ESC"
                                                      "LON" "LNI"
                                                      "LNK".
               10 MT-QUALIFIER        PIC X(4).
           05 MT-GL-ACCOUNT           PIC X(10).
           05 MT-OFFSET-ACCOUNT       PIC X(10).
           05 MT-DESCRIPTION          PIC X(20).

       FD  GL-MAP-MASTER.
       01 GL-MAP-MASTER-REC.
           COPY GL-MAP-REC.

       FD  GL-MAP-REGISTER.
       01 GL-MAP-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GL-MAP-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-GL-MAP-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-GL-MAP-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-MAP-ERROR-SWITCH         PIC X VALUE 'N'.
           88 MAP-IS-BAD                   VALUE 'Y'.
           88 MAP-IS-GOOD                  VALUE 'N'.

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
           MOVE "GLMAPMNT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: the mapping decides where the books say
      * the money went - administrator role.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GL-MAP-REGISTER.
           PERFORM Open-GL-Map-Master.

           OPEN INPUT GL-MAP-TRANSACTIONS.
           IF WS-GL-MAP-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-GL-MAP-TRANSACTIONS-STATUS NOT = "00"
                   READ GL-MAP-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Map-Transaction
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-TRANSACTIONS
           ELSE
               DISPLAY "NO GLMTRAN INPUT - NOTHING TO APPLY:"
                       WS-GL-MAP-TRANSACTIONS-STATUS
           END-IF.

           CLOSE GL-MAP-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE GL-MAP-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-GL-Map-Master.
           OPEN I-O GL-MAP-MASTER.
           IF WS-GL-MAP-MASTER-STATUS = "35"
               CLOSE GL-MAP-MASTER
               OPEN OUTPUT GL-MAP-MASTER
               CLOSE GL-MAP-MASTER
               OPEN I-O GL-MAP-MASTER
           END-IF.

       Apply-Map-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN MT-TRAN-IS-ADD
                   PERFORM Apply-Map-Add
               WHEN MT-TRAN-IS-CHANGE
                   PERFORM Apply-Map-Change
               WHEN MT-TRAN-IS-DELETE
                   PERFORM Apply-Map-Delete
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Map-Transaction
           END-EVALUATE.

      * A key GLJRNL would never look up is a keying slip, not a
      * mapping: the item must belong to the source, a DED line
      * must name its code, and only the accounts side offsets.
       Check-Map-Details.
           SET MAP-IS-GOOD TO TRUE.
           EVALUATE TRUE
               WHEN NOT MT-SOURCE-IS-PAYROLL
                   AND NOT MT-SOURCE-IS-ACCOUNTS
                   MOVE "INVALID SOURCE" TO WS-REJECT-REASON
               WHEN MT-SOURCE-IS-PAYROLL AND NOT MT-ITEM-IS-PAYROLL
                   MOVE "INVALID PAYROLL ITEM" TO WS-REJECT-REASON
               WHEN MT-SOURCE-IS-ACCOUNTS
                   AND NOT MT-ITEM-IS-ACCOUNTS
                   MOVE "INVALID ACCOUNTS ITEM" TO WS-REJECT-REASON
               WHEN MT-ITEM = "DED" AND MT-QUALIFIER = SPACES
                   MOVE "DEDUCTION CODE REQUIRED" TO WS-REJECT-REASON
               WHEN MT-ITEM NOT = "DED" AND MT-ITEM NOT = "GRS"
                   AND MT-QUALIFIER NOT = SPACES
                   MOVE "QUALIFIER NOT ALLOWED" TO WS-REJECT-REASON
               WHEN MT-GL-ACCOUNT = SPACES
                   MOVE "GL ACCOUNT REQUIRED" TO WS-REJECT-REASON
               WHEN MT-SOURCE-IS-ACCOUNTS
                   AND MT-OFFSET-ACCOUNT = SPACES
                   MOVE "OFFSET ACCOUNT REQUIRED" TO WS-REJECT-REASON
               WHEN MT-SOURCE-IS-PAYROLL
                   AND MT-OFFSET-ACCOUNT NOT = SPACES
                   MOVE "NO OFFSET ON PAYROLL" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               SET MAP-IS-BAD TO TRUE
           END-IF.

       Move-Details-To-Map.
           MOVE MT-GL-ACCOUNT     TO GM-GL-ACCOUNT.
           MOVE MT-OFFSET-ACCOUNT TO GM-OFFSET-ACCOUNT.
           MOVE MT-DESCRIPTION    TO GM-DESCRIPTION.

       Apply-Map-Add.
           PERFORM Check-Map-Details.
           IF MAP-IS-BAD
               PERFORM Reject-Map-Transaction
           ELSE
               MOVE MT-MAP-KEY TO GM-MAP-KEY
               PERFORM Move-Details-To-Map
               WRITE GL-MAP-MASTER-REC
                   INVALID KEY
                       MOVE "MAPPING ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Map-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

       Apply-Map-Change.
           PERFORM Check-Map-Details.
           IF MAP-IS-BAD
               PERFORM Reject-Map-Transaction
           ELSE
               MOVE MT-MAP-KEY TO GM-MAP-KEY
               READ GL-MAP-MASTER
                   KEY IS GM-MAP-KEY
                   INVALID KEY
                       MOVE "MAPPING NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Map-Transaction
                   NOT INVALID KEY
                       PERFORM Move-Details-To-Map
                       REWRITE GL-MAP-MASTER-REC
                       PERFORM Register-Applied-Transaction
               END-READ
           END-IF.

       Apply-Map-Delete.
           MOVE MT-MAP-KEY TO GM-MAP-KEY.
           DELETE GL-MAP-MASTER RECORD
               INVALID KEY
                   MOVE "MAPPING NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Map-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Map-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "G001" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "GLMAPMNT" TO EX-PROGRAM-ID.
           STRING "GLMAP TRAN REJECTED - KEY:" MT-MAP-KEY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" MT-TRAN-CODE
                   " KEY:" MT-MAP-KEY
                   " GL:" MT-GL-ACCOUNT
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GL-MAP-REGISTER-LINE.
           WRITE GL-MAP-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GLMAP TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GL-MAP-REGISTER-LINE.
           WRITE GL-MAP-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GLMAP TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GL-MAP-REGISTER-LINE.
           WRITE GL-MAP-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GLMAP TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GL-MAP-REGISTER-LINE.
           WRITE GL-MAP-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
