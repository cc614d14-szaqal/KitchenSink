       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODMNT.
      * Maintains the SODRULE segregation-of-duties conflict rules
      * (copybooks/SOD-RULE-REC.cpy) from a batch of Add/Change/
      * Delete rule transactions, the same load-apply-rewrite
      * handling the other card-sized masters get. Requires the
      * administrator role - the rules decide which operator
      * actions SODSCAN reports and SODCHKW refuses. Every rule
      * names both programs, a window of days, and a mode of D
      * (report) or P (report and refuse on the same day).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-TRANSACTIONS ASSIGN TO "Cobol/data/SODTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-TRANSACTIONS-STATUS.

           SELECT RULE-MASTER ASSIGN TO "Cobol/data/SODRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-MASTER-STATUS.

           SELECT SOD-MAINT-REGISTER ASSIGN TO
               "Cobol/data/SODMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOD-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-TRANSACTIONS.
      * One rule transaction per line:
      *   Pos  1     DT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Pos  2- 5  DT-RULE-ID         X(4)
      *   Pos  6-13  DT-FIRST-PROGRAM   X(8)
      *   Pos 14-21  DT-FIRST-ACTION    X(8)  Spaces = any action
      *   Pos 22-29  DT-SECOND-PROGRAM  X(8)
      *   Pos 30-37  DT-SECOND-ACTION   X(8)  Spaces = any action
      *   Pos 38-40  DT-WINDOW-DAYS     9(3)
      *   Pos 41     DT-RULE-MODE       X     D/P
      *   Pos 42-71  DT-DESCRIPTION     X(30)
       01 SOD-TRANSACTION-REC.
           05 DT-TRAN-CODE            PIC X.
               88 DT-TRAN-IS-ADD           VALUE 'A'.
               88 DT-TRAN-IS-CHANGE        VALUE 'C'.
               88 DT-TRAN-IS-DELETE        VALUE 'D'.
           05 DT-RULE-ID              PIC X(4).
           05 DT-FIRST-PROGRAM        PIC X(8).
           05 DT-FIRST-ACTION         PIC X(8).
           05 DT-SECOND-PROGRAM       PIC X(8).
           05 DT-SECOND-ACTION        PIC X(8).
           05 DT-WINDOW-DAYS          PIC 9(3).
           05 DT-RULE-MODE            PIC X.
           05 DT-DESCRIPTION          PIC X(30).

       FD  RULE-MASTER.
       01 RULE-MASTER-REC.
           COPY SOD-RULE-REC.

       FD  SOD-MAINT-REGISTER.
       01 SOD-MAINT-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SOD-TRANSACTIONS-STATUS  PIC XX VALUE "00".
       01 WS-RULE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-SOD-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RULE-COUNT               PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RULE-COUNT.
               10 WS-RULE-ITEM        PIC X(70).
       01 WS-WORK-RULE-REC.
           COPY SOD-RULE-REC
               REPLACING DR-RULE-ID        BY WK-RULE-ID
                         DR-FIRST-PROGRAM  BY WK-FIRST-PROGRAM
                         DR-FIRST-ACTION   BY WK-FIRST-ACTION
                         DR-SECOND-PROGRAM BY WK-SECOND-PROGRAM
                         DR-SECOND-ACTION  BY WK-SECOND-ACTION
                         DR-WINDOW-DAYS    BY WK-WINDOW-DAYS
                         DR-RULE-MODE      BY WK-RULE-MODE
                         DR-RULE-DETECTS   BY WK-RULE-DETECTS
                         DR-RULE-PREVENTS  BY WK-RULE-PREVENTS
                         DR-DESCRIPTION    BY WK-DESCRIPTION.
       01 WS-RULE-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-SHIFT-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.

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
           MOVE "SODMNT"   TO VS-PROGRAM-NAME.
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

           PERFORM Load-Rule-Master.
           OPEN OUTPUT SOD-MAINT-REGISTER.

           OPEN INPUT SOD-TRANSACTIONS.
           IF WS-SOD-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-SOD-TRANSACTIONS-STATUS NOT = "00"
                   READ SOD-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Rule-Transaction
                   END-READ
               END-PERFORM
               CLOSE SOD-TRANSACTIONS
           ELSE
               DISPLAY "NO SODTRAN INPUT - NOTHING TO APPLY:"
                       WS-SOD-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Rewrite-Rule-Master.
           PERFORM Write-Register-Totals.
           CLOSE SOD-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Rule-Master.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT RULE-MASTER.
           IF WS-RULE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-RULE-MASTER-STATUS NOT = "00"
                       OR WS-RULE-COUNT >= 100
                   READ RULE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RULE-COUNT
                           MOVE RULE-MASTER-REC
                               TO WS-RULE-ITEM(WS-RULE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RULE-MASTER
           END-IF.

       Apply-Rule-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-RULE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
               MOVE WS-RULE-ITEM(WS-RULE-SUBSCRIPT)
                   TO WS-WORK-RULE-REC
               IF WK-RULE-ID = DT-RULE-ID
                   MOVE WS-RULE-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-RULE-COUNT TO WS-RULE-SUBSCRIPT
               END-IF
           END-PERFORM.

           IF DT-TRAN-IS-ADD OR DT-TRAN-IS-CHANGE
               PERFORM Edit-Rule-Fields
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Rule-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN DT-TRAN-IS-ADD AND WS-MATCH-SUBSCRIPT > 0
                   MOVE "RULE ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Rule-Transaction
               WHEN DT-TRAN-IS-ADD AND WS-RULE-COUNT >= 100
                   MOVE "RULE TABLE FULL" TO WS-REJECT-REASON
                   PERFORM Reject-Rule-Transaction
               WHEN DT-TRAN-IS-ADD
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-COUNT TO WS-MATCH-SUBSCRIPT
                   PERFORM Build-Rule-Entry
                   PERFORM Register-Applied-Transaction
               WHEN WS-MATCH-SUBSCRIPT = 0
                   MOVE "RULE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Rule-Transaction
               WHEN DT-TRAN-IS-CHANGE
                   PERFORM Build-Rule-Entry
                   PERFORM Register-Applied-Transaction
               WHEN DT-TRAN-IS-DELETE
                   PERFORM VARYING WS-SHIFT-SUBSCRIPT
                           FROM WS-MATCH-SUBSCRIPT BY 1
                           UNTIL WS-SHIFT-SUBSCRIPT >= WS-RULE-COUNT
                       MOVE WS-RULE-ITEM(WS-SHIFT-SUBSCRIPT + 1)
                           TO WS-RULE-ITEM(WS-SHIFT-SUBSCRIPT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-RULE-COUNT
                   PERFORM Register-Applied-Transaction
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Rule-Transaction
           END-EVALUATE.

       Edit-Rule-Fields.
           EVALUATE TRUE
               WHEN DT-RULE-ID = SPACES
                   MOVE "RULE ID REQUIRED" TO WS-REJECT-REASON
               WHEN DT-FIRST-PROGRAM = SPACES
                       OR DT-SECOND-PROGRAM = SPACES
                   MOVE "BOTH PROGRAMS REQUIRED" TO WS-REJECT-REASON
               WHEN DT-FIRST-PROGRAM = DT-SECOND-PROGRAM
                       AND DT-FIRST-ACTION = DT-SECOND-ACTION
                   MOVE "BOTH SIDES OF RULE THE SAME"
                       TO WS-REJECT-REASON
               WHEN DT-WINDOW-DAYS NOT NUMERIC
                   MOVE "WINDOW DAYS NOT NUMERIC" TO WS-REJECT-REASON
               WHEN DT-RULE-MODE NOT = 'D' AND DT-RULE-MODE NOT = 'P'
                   MOVE "MODE MUST BE D OR P" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Build-Rule-Entry.
           MOVE DT-RULE-ID        TO WK-RULE-ID.
           MOVE DT-FIRST-PROGRAM  TO WK-FIRST-PROGRAM.
           MOVE DT-FIRST-ACTION   TO WK-FIRST-ACTION.
           MOVE DT-SECOND-PROGRAM TO WK-SECOND-PROGRAM.
           MOVE DT-SECOND-ACTION  TO WK-SECOND-ACTION.
           MOVE DT-WINDOW-DAYS    TO WK-WINDOW-DAYS.
           MOVE DT-RULE-MODE      TO WK-RULE-MODE.
           MOVE DT-DESCRIPTION    TO WK-DESCRIPTION.
           MOVE WS-WORK-RULE-REC TO WS-RULE-ITEM(WS-MATCH-SUBSCRIPT).

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Rule-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" DT-TRAN-CODE
                   " RULE:" DT-RULE-ID
                   " " DT-FIRST-PROGRAM
                   "/" DT-SECOND-PROGRAM
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO SOD-MAINT-REGISTER-LINE.
           WRITE SOD-MAINT-REGISTER-LINE.

       Rewrite-Rule-Master.
           OPEN OUTPUT RULE-MASTER.
           PERFORM VARYING WS-RULE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
               MOVE WS-RULE-ITEM(WS-RULE-SUBSCRIPT)
                   TO RULE-MASTER-REC
               WRITE RULE-MASTER-REC
           END-PERFORM.
           CLOSE RULE-MASTER.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RULE TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO SOD-MAINT-REGISTER-LINE.
           WRITE SOD-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RULE TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO SOD-MAINT-REGISTER-LINE.
           WRITE SOD-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RULE TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO SOD-MAINT-REGISTER-LINE.
           WRITE SOD-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
