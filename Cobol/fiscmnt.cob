       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCMNT.
      * Maintains the FISCPER fiscal period master (copybooks/
      * FISC-PERIOD-REC.cpy) from a batch of period transactions,
      * the same load-apply-rewrite handling the other card-sized
      * masters get. Requires the administrator role - the
      * calendar decides what ACCTPOST and PAYCALC may date into.
      * Add sets up an accounting month, open, with its start and
      * end dates; no two periods may overlap. Change moves the
      * dates and Delete drops the period, both only while it is
      * open and no close step has run against it. Reopen puts a
      * closing or closed period back to open with its step
      * results cleared, so the next CLOSEMON runs every step
      * again; each reopen is logged as a warning, since it lets
      * activity back into a month finance had closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-TRANSACTIONS ASSIGN TO
               "Cobol/data/FISCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-TRANSACTIONS-STATUS.

           SELECT FISCAL-PERIOD-MASTER ASSIGN TO
               "Cobol/data/FISCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-PERIOD-STATUS.

           SELECT FISCAL-MAINT-REGISTER ASSIGN TO
               "Cobol/data/FISCMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-TRANSACTIONS.
      * One period transaction per line:
      *   Pos  1     FT-TRAN-CODE       X     A=add C=change
      *                                       D=delete R=reopen
      *   Pos  2- 7  FT-PERIOD-ID       9(6)  YYYYMM
      *   Pos  8-15  FT-START-DATE      9(8)  YYYYMMDD (A and C)
      *   Pos 16-23  FT-END-DATE        9(8)  YYYYMMDD (A and C)
       01 FISCAL-TRANSACTION-REC.
           05 FT-TRAN-CODE            PIC X.
               88 FT-TRAN-IS-ADD           VALUE 'A'.
               88 FT-TRAN-IS-CHANGE        VALUE 'C'.
               88 FT-TRAN-IS-DELETE        VALUE 'D'.
               88 FT-TRAN-IS-REOPEN        VALUE 'R'.
           05 FT-PERIOD-ID            PIC 9(6).
           05 FT-START-DATE           PIC 9(8).
           05 FT-END-DATE             PIC 9(8).

       FD  FISCAL-PERIOD-MASTER.
       01 FISCAL-PERIOD-REC.
           COPY FISC-PERIOD-REC.

       FD  FISCAL-MAINT-REGISTER.
       01 FISCAL-MAINT-REGISTER-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-FISCAL-PERIOD-STATUS     PIC XX VALUE "00".
       01 WS-FISCAL-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-PERIOD-COUNT             PIC 9(3) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
                   DEPENDING ON WS-PERIOD-COUNT.
               10 WS-PERIOD-ITEM      PIC X(119).
       01 WS-WORK-PERIOD-REC.
           COPY FISC-PERIOD-REC
               REPLACING FP-PERIOD-ID        BY WK-PERIOD-ID
                         FP-START-DATE       BY WK-START-DATE
                         FP-END-DATE         BY WK-END-DATE
                         FP-PERIOD-STATUS    BY WK-PERIOD-STATUS
                         FP-PERIOD-IS-OPEN   BY WK-PERIOD-IS-OPEN
                         FP-PERIOD-IS-CLOSING BY WK-PERIOD-IS-CLOSING
                         FP-PERIOD-IS-CLOSED BY WK-PERIOD-IS-CLOSED
                         FP-CLOSED-DATE      BY WK-CLOSED-DATE
                         FP-CLOSED-BY        BY WK-CLOSED-BY
                         FP-STEP-RESULT      BY WK-STEP-RESULT
                         FP-STEP-NAME        BY WK-STEP-NAME
                         FP-STEP-RC          BY WK-STEP-RC
                         FP-STEP-DATE        BY WK-STEP-DATE.
       01 WS-PERIOD-SUBSCRIPT         PIC 9(3) VALUE 0.
       01 WS-SHIFT-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-STEP-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-STEPS-RUN                PIC 9 VALUE 0.
       01 WS-OVERLAP-PERIOD           PIC 9(6) VALUE 0.

      * The close steps in run order, the slots every new period
      * is set up with.
       01 WS-CLOSE-STEP-NAMES.
           05 FILLER                  PIC X(8) VALUE "ACCTSNAP".
           05 FILLER                  PIC X(8) VALUE "TRIALBAL".
           05 FILLER                  PIC X(8) VALUE "GLJRNL".
           05 FILLER                  PIC X(8) VALUE "FINALBAL".
       01 WS-CLOSE-STEP-TABLE REDEFINES WS-CLOSE-STEP-NAMES.
           05 WS-CLOSE-STEP-NAME      PIC X(8) OCCURS 4 TIMES.

       01 WS-DATE-RESULT              PIC X VALUE SPACE.
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

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "FISCMNT"  TO VS-PROGRAM-NAME.
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

           PERFORM Load-Period-Master.
           OPEN OUTPUT FISCAL-MAINT-REGISTER.

           OPEN INPUT FISCAL-TRANSACTIONS.
           IF WS-FISCAL-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-FISCAL-TRANSACTIONS-STATUS NOT = "00"
                   READ FISCAL-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Period-Transaction
                   END-READ
               END-PERFORM
               CLOSE FISCAL-TRANSACTIONS
           ELSE
               DISPLAY "NO FISCTRAN INPUT - NOTHING TO APPLY:"
                       WS-FISCAL-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Rewrite-Period-Master.
           PERFORM Write-Register-Totals.
           CLOSE FISCAL-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Period-Master.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT FISCAL-PERIOD-MASTER.
           IF WS-FISCAL-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-FISCAL-PERIOD-STATUS NOT = "00"
                       OR WS-PERIOD-COUNT >= 240
                   READ FISCAL-PERIOD-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE FISCAL-PERIOD-REC
                               TO WS-PERIOD-ITEM(WS-PERIOD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FISCAL-PERIOD-MASTER
           END-IF.

       Apply-Period-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
               IF WK-PERIOD-ID = FT-PERIOD-ID
                   MOVE WS-PERIOD-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-PERIOD-COUNT TO WS-PERIOD-SUBSCRIPT
               END-IF
           END-PERFORM.

      * Change, delete and reopen judge the period as it stands.
           MOVE 0 TO WS-STEPS-RUN.
           IF WS-MATCH-SUBSCRIPT > 0
               MOVE WS-PERIOD-ITEM(WS-MATCH-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
               PERFORM VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-STEP-SUBSCRIPT > 4
                   IF WK-STEP-DATE(WS-STEP-SUBSCRIPT) NOT = 0
                       ADD 1 TO WS-STEPS-RUN
                   END-IF
               END-PERFORM
           END-IF.

           IF FT-TRAN-IS-ADD OR FT-TRAN-IS-CHANGE
               PERFORM Edit-Period-Fields
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Period-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FT-TRAN-IS-ADD AND WS-MATCH-SUBSCRIPT > 0
                   MOVE "PERIOD ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
               WHEN FT-TRAN-IS-ADD AND WS-PERIOD-COUNT >= 240
                   MOVE "PERIOD TABLE FULL" TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
               WHEN FT-TRAN-IS-ADD
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE WS-PERIOD-COUNT TO WS-MATCH-SUBSCRIPT
                   PERFORM Build-New-Period
                   PERFORM Register-Applied-Transaction
               WHEN WS-MATCH-SUBSCRIPT = 0
                   MOVE "PERIOD NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
               WHEN (FT-TRAN-IS-CHANGE OR FT-TRAN-IS-DELETE)
                       AND (NOT WK-PERIOD-IS-OPEN
                           OR WS-STEPS-RUN > 0)
                   MOVE "CLOSE ALREADY STARTED" TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
               WHEN FT-TRAN-IS-CHANGE
                   MOVE FT-START-DATE TO WK-START-DATE
                   MOVE FT-END-DATE   TO WK-END-DATE
                   MOVE WS-WORK-PERIOD-REC
                       TO WS-PERIOD-ITEM(WS-MATCH-SUBSCRIPT)
                   PERFORM Register-Applied-Transaction
               WHEN FT-TRAN-IS-DELETE
                   PERFORM VARYING WS-SHIFT-SUBSCRIPT
                           FROM WS-MATCH-SUBSCRIPT BY 1
                           UNTIL WS-SHIFT-SUBSCRIPT >= WS-PERIOD-COUNT
                       MOVE WS-PERIOD-ITEM(WS-SHIFT-SUBSCRIPT + 1)
                           TO WS-PERIOD-ITEM(WS-SHIFT-SUBSCRIPT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PERIOD-COUNT
                   PERFORM Register-Applied-Transaction
               WHEN FT-TRAN-IS-REOPEN AND WK-PERIOD-IS-OPEN
                   MOVE "PERIOD IS ALREADY OPEN" TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
               WHEN FT-TRAN-IS-REOPEN
                   PERFORM Reopen-Period
                   PERFORM Register-Applied-Transaction
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Period-Transaction
           END-EVALUATE.

      * Dates must be real calendar dates in order, and the
      * period may not share a day with any other on file.
       Edit-Period-Fields.
           EVALUATE TRUE
               WHEN FT-PERIOD-ID NOT NUMERIC OR FT-PERIOD-ID = 0
                   MOVE "PERIOD ID NOT NUMERIC" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN FT-START-DATE NOT NUMERIC
                       OR FT-END-DATE NOT NUMERIC
                   MOVE "PERIOD DATES NOT NUMERIC"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN FT-START-DATE > FT-END-DATE
                   MOVE "START DATE AFTER END DATE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "DATECHK" USING FT-START-DATE WS-DATE-RESULT.
           IF WS-DATE-RESULT = 'N'
               MOVE "START DATE NOT A REAL DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           CALL "DATECHK" USING FT-END-DATE WS-DATE-RESULT.
           IF WS-DATE-RESULT = 'N'
               MOVE "END DATE NOT A REAL DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OVERLAP-PERIOD.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
               IF WK-PERIOD-ID NOT = FT-PERIOD-ID
                   AND FT-START-DATE NOT > WK-END-DATE
                   AND FT-END-DATE NOT < WK-START-DATE
                   MOVE WK-PERIOD-ID TO WS-OVERLAP-PERIOD
                   MOVE WS-PERIOD-COUNT TO WS-PERIOD-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-OVERLAP-PERIOD NOT = 0
               STRING "OVERLAPS PERIOD " WS-OVERLAP-PERIOD
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.
           IF WS-MATCH-SUBSCRIPT > 0
               MOVE WS-PERIOD-ITEM(WS-MATCH-SUBSCRIPT)
                   TO WS-WORK-PERIOD-REC
           END-IF.

       Build-New-Period.
           INITIALIZE WS-WORK-PERIOD-REC.
           MOVE FT-PERIOD-ID  TO WK-PERIOD-ID.
           MOVE FT-START-DATE TO WK-START-DATE.
           MOVE FT-END-DATE   TO WK-END-DATE.
           SET WK-PERIOD-IS-OPEN TO TRUE.
           MOVE 0 TO WK-CLOSED-DATE.
           MOVE SPACES TO WK-CLOSED-BY.
           PERFORM Clear-Step-Results.
           MOVE WS-WORK-PERIOD-REC
               TO WS-PERIOD-ITEM(WS-MATCH-SUBSCRIPT).

       Reopen-Period.
           SET WK-PERIOD-IS-OPEN TO TRUE.
           MOVE 0 TO WK-CLOSED-DATE.
           MOVE SPACES TO WK-CLOSED-BY.
           PERFORM Clear-Step-Results.
           MOVE WS-WORK-PERIOD-REC
               TO WS-PERIOD-ITEM(WS-MATCH-SUBSCRIPT).
           MOVE SPACES TO EX-MESSAGE.
           MOVE "L002" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "FISCMNT" TO EX-PROGRAM-ID.
           STRING "FISCAL PERIOD " FT-PERIOD-ID
                   " REOPENED BY OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Clear-Step-Results.
           PERFORM VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCRIPT > 4
               MOVE WS-CLOSE-STEP-NAME(WS-STEP-SUBSCRIPT)
                   TO WK-STEP-NAME(WS-STEP-SUBSCRIPT)
               MOVE 0 TO WK-STEP-RC(WS-STEP-SUBSCRIPT)
               MOVE 0 TO WK-STEP-DATE(WS-STEP-SUBSCRIPT)
           END-PERFORM.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Period-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" FT-TRAN-CODE
                   " PERIOD:" FT-PERIOD-ID
                   " " FT-START-DATE
                   "-" FT-END-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO FISCAL-MAINT-REGISTER-LINE.
           WRITE FISCAL-MAINT-REGISTER-LINE.

       Rewrite-Period-Master.
           OPEN OUTPUT FISCAL-PERIOD-MASTER.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               MOVE WS-PERIOD-ITEM(WS-PERIOD-SUBSCRIPT)
                   TO FISCAL-PERIOD-REC
               WRITE FISCAL-PERIOD-REC
           END-PERFORM.
           CLOSE FISCAL-PERIOD-MASTER.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PERIOD TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO FISCAL-MAINT-REGISTER-LINE.
           WRITE FISCAL-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PERIOD TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO FISCAL-MAINT-REGISTER-LINE.
           WRITE FISCAL-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PERIOD TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO FISCAL-MAINT-REGISTER-LINE.
           WRITE FISCAL-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
