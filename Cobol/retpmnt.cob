       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPMNT.
      * Maintains the RETPLAN retirement plan master (copybooks/
      * RET-PLAN-REC.cpy) from an RPTRAN batch of Add/Change/
      * Delete transactions, the BENPMNT transaction-register
      * pattern. Each transaction carries the plan's name, the
      * custodian's plan number, the employer match formula -
      * the percent of each dollar deferred the shop puts in, on
      * deferrals up to a percent of the period's gross - the
      * annual limit on what one employee may defer, and the
      * vesting schedule by completed years of service. A Change
      * replaces the set whole; the next PAYCALC run takes the
      * new formula and limit. A schedule must never take vesting
      * back as service grows, and must reach 100 percent by six
      * years. A plan cannot be deleted while RETPART still
      * carries a participant in it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-TRANSACTIONS ASSIGN TO "Cobol/data/RPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-TRANSACTIONS-STATUS.

           SELECT RETIREMENT-PLAN-MASTER ASSIGN TO
               "Cobol/data/RETPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-PLAN-CODE
               FILE STATUS IS WS-RETIREMENT-PLAN-STATUS.

           SELECT PARTICIPANT-MASTER ASSIGN TO
               "Cobol/data/RETPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PARTICIPANT-MASTER-STATUS.

           SELECT PLAN-MAINT-REGISTER ASSIGN TO
               "Cobol/data/RPMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-TRANSACTIONS.
      * One plan transaction per line:
      *   Pos  1     PT-TRAN-CODE         X     A=add C=change
      *                                         D=delete
      *   Pos  2- 4  PT-PLAN-CODE         X(3)
      *   Pos  5-24  PT-PLAN-NAME         X(20)
      *   Pos 25-34  PT-CUSTODIAN-ID      X(10)
      *   Pos 35-39  PT-MATCH-PERCENT     9(3)V99
      *   Pos 40-43  PT-MATCH-CAP-PERCENT 9(2)V99
      *   Pos 44-52  PT-ANNUAL-LIMIT      9(7)V99
      *   Pos 53-73  PT-VEST-PERCENT      seven 9(3) entries in
      *                                   RET-PLAN-REC.cpy form
       01 PLAN-TRANSACTION-REC.
           05 PT-TRAN-CODE            PIC X.
               88 PT-TRAN-IS-ADD           VALUE 'A'.
               88 PT-TRAN-IS-CHANGE        VALUE 'C'.
               88 PT-TRAN-IS-DELETE        VALUE 'D'.
           05 PT-PLAN-CODE            PIC X(3).
           05 PT-PLAN-NAME            PIC X(20).
           05 PT-CUSTODIAN-ID         PIC X(10).
           05 PT-MATCH-PERCENT        PIC 9(3)V99.
           05 PT-MATCH-CAP-PERCENT    PIC 9(2)V99.
           05 PT-ANNUAL-LIMIT         PIC 9(7)V99.
           05 PT-VEST-PERCENT         PIC 9(3) OCCURS 7 TIMES.

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  PLAN-MAINT-REGISTER.
       01 PLAN-MAINT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-PLAN-MAINT-REGISTER-STATUS PIC XX VALUE "00".

      * Latched at OPEN - a READ at end later leaves "10" on the
      * status and must not be read as "file absent".
       01 WS-RETPART-SWITCH           PIC X VALUE 'N'.
           88 RETPART-ON-FILE              VALUE 'Y'.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-VEST-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

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
           MOVE "RETPMNT"  TO VS-PROGRAM-NAME.
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

      * Least-privilege: the match formula is the shop's money
      * going out every period, the BENPMNT administrator bar.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PLAN-MAINT-REGISTER.
           PERFORM Open-Retirement-Plan-Master.
           OPEN INPUT PARTICIPANT-MASTER.
           IF WS-PARTICIPANT-MASTER-STATUS = "00"
               SET RETPART-ON-FILE TO TRUE
           END-IF.

           OPEN INPUT PLAN-TRANSACTIONS.
           IF WS-PLAN-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-PLAN-TRANSACTIONS-STATUS NOT = "00"
                   READ PLAN-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Plan-Transaction
                   END-READ
               END-PERFORM
               CLOSE PLAN-TRANSACTIONS
           ELSE
               DISPLAY "NO RPTRAN INPUT - NOTHING TO APPLY:"
                       WS-PLAN-TRANSACTIONS-STATUS
           END-IF.

           IF RETPART-ON-FILE
               CLOSE PARTICIPANT-MASTER
           END-IF.
           CLOSE RETIREMENT-PLAN-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE PLAN-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Retirement-Plan-Master.
           OPEN I-O RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS = "35"
               CLOSE RETIREMENT-PLAN-MASTER
               OPEN OUTPUT RETIREMENT-PLAN-MASTER
               CLOSE RETIREMENT-PLAN-MASTER
               OPEN I-O RETIREMENT-PLAN-MASTER
           END-IF.

       Apply-Plan-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PT-TRAN-IS-ADD
                   PERFORM Check-Plan-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Plan-Transaction
                   ELSE
                       PERFORM Move-Plan-To-Master
                       WRITE RETIREMENT-PLAN-REC
                           INVALID KEY
                               MOVE "PLAN ALREADY ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Plan-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-WRITE
                   END-IF
               WHEN PT-TRAN-IS-CHANGE
                   PERFORM Check-Plan-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Plan-Transaction
                   ELSE
                       PERFORM Move-Plan-To-Master
                       REWRITE RETIREMENT-PLAN-REC
                           INVALID KEY
                               MOVE "PLAN NOT ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Plan-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-REWRITE
                   END-IF
               WHEN PT-TRAN-IS-DELETE
                   PERFORM Check-Plan-Not-Held
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Plan-Transaction
                   ELSE
                       MOVE PT-PLAN-CODE TO RN-PLAN-CODE
                       DELETE RETIREMENT-PLAN-MASTER
                           INVALID KEY
                               MOVE "PLAN NOT ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Plan-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-DELETE
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Plan-Transaction
           END-EVALUATE.

      * A limit of zero would stop every deferral at the door,
      * and a match cap past 100 percent of gross means nothing;
      * the schedule is checked entry by entry below.
       Check-Plan-Fields.
           EVALUATE TRUE
               WHEN PT-PLAN-CODE = SPACES
                   MOVE "PLAN CODE MISSING" TO WS-REJECT-REASON
               WHEN PT-PLAN-NAME = SPACES
                   MOVE "PLAN NAME MISSING" TO WS-REJECT-REASON
               WHEN PT-CUSTODIAN-ID = SPACES
                   MOVE "CUSTODIAN PLAN NUMBER MISSING"
                       TO WS-REJECT-REASON
               WHEN PT-MATCH-PERCENT NOT NUMERIC
                   OR PT-MATCH-CAP-PERCENT NOT NUMERIC
                   MOVE "INVALID MATCH FORMULA" TO WS-REJECT-REASON
               WHEN PT-ANNUAL-LIMIT NOT NUMERIC
                   OR PT-ANNUAL-LIMIT = 0
                   MOVE "INVALID ANNUAL LIMIT" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-VEST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-VEST-SUBSCRIPT > 7
                       OR WS-REJECT-REASON NOT = SPACES
               PERFORM Check-One-Vesting-Entry
           END-PERFORM.
           IF WS-REJECT-REASON = SPACES
               AND PT-VEST-PERCENT(7) NOT = 100
               MOVE "NOT FULLY VESTED BY 6 YEARS" TO WS-REJECT-REASON
           END-IF.

       Check-One-Vesting-Entry.
           EVALUATE TRUE
               WHEN PT-VEST-PERCENT(WS-VEST-SUBSCRIPT) NOT NUMERIC
                   OR PT-VEST-PERCENT(WS-VEST-SUBSCRIPT) > 100
                   MOVE "INVALID VESTING PERCENT" TO WS-REJECT-REASON
               WHEN WS-VEST-SUBSCRIPT > 1
                   AND PT-VEST-PERCENT(WS-VEST-SUBSCRIPT)
                       < PT-VEST-PERCENT(WS-VEST-SUBSCRIPT - 1)
                   MOVE "VESTING SCHEDULE GOES DOWN"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Move-Plan-To-Master.
           MOVE PT-PLAN-CODE         TO RN-PLAN-CODE.
           MOVE PT-PLAN-NAME         TO RN-PLAN-NAME.
           MOVE PT-CUSTODIAN-ID      TO RN-CUSTODIAN-ID.
           MOVE PT-MATCH-PERCENT     TO RN-MATCH-PERCENT.
           MOVE PT-MATCH-CAP-PERCENT TO RN-MATCH-CAP-PERCENT.
           MOVE PT-ANNUAL-LIMIT      TO RN-ANNUAL-LIMIT.
           PERFORM VARYING WS-VEST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-VEST-SUBSCRIPT > 7
               MOVE PT-VEST-PERCENT(WS-VEST-SUBSCRIPT)
                   TO RN-VEST-PERCENT(WS-VEST-SUBSCRIPT)
           END-PERFORM.

      * Every participant ever enrolled holds the plan - a leaver
      * too, since the vested balance is still the custodian's
      * to pay out under it.
       Check-Plan-Not-Held.
           IF NOT RETPART-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RA-EMPLOYEE-NUMBER.
           SET BROWSE-NOT-DONE TO TRUE.
           START PARTICIPANT-MASTER
               KEY IS >= RA-EMPLOYEE-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ PARTICIPANT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RA-PLAN-CODE = PT-PLAN-CODE
                           MOVE "PLAN STILL HAS PARTICIPANTS"
                               TO WS-REJECT-REASON
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Plan-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P033" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RETPMNT" TO EX-PROGRAM-ID.
           STRING "RET PLAN TRAN REJECTED - PLAN:" PT-PLAN-CODE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" PT-TRAN-CODE
                   " PLAN:" PT-PLAN-CODE
                   " " PT-PLAN-NAME
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PLAN-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PLAN TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PLAN-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PLAN TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PLAN-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PLAN TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PLAN-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
