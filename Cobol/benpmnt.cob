       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENPMNT.
      * Maintains the BENPLAN benefits plan master (copybooks/
      * BEN-PLAN-REC.cpy) from a BPTRAN batch of Add/Change/Delete
      * transactions, the JOBMNT transaction-register pattern.
      * Each transaction carries the plan's name, carrier and its
      * full set of up to four coverage tiers with the employee
      * and employer cost per pay period; a Change replaces the
      * set whole. A carrier rate change is one Change here - the
      * next BENENROL run reprices every enrolled employee's
      * DEDMAST deduction from it. A plan cannot be deleted, nor
      * a tier dropped from it, while an enrollment still holds
      * it; end the coverage through BENENROL first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-TRANSACTIONS ASSIGN TO "Cobol/data/BPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-TRANSACTIONS-STATUS.

           SELECT BENEFIT-PLAN-MASTER ASSIGN TO
               "Cobol/data/BENPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BENEFIT-PLAN-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO
               "Cobol/data/BENENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLLMENT-KEY
               ALTERNATE RECORD KEY IS EN-PLAN-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-MASTER-STATUS.

           SELECT PLAN-MAINT-REGISTER ASSIGN TO
               "Cobol/data/BPMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-TRANSACTIONS.
      * One plan transaction per line:
      *   Pos  1     PT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Pos  2- 4  PT-PLAN-CODE       X(3)
      *   Pos  5-24  PT-PLAN-NAME       X(20)
      *   Pos 25-30  PT-CARRIER-CODE    X(6)
      *   Pos 31-86  PT-TIER-ENTRY      four 14-byte tiers in
      *                                 BEN-PLAN-REC.cpy form
       01 PLAN-TRANSACTION-REC.
           05 PT-TRAN-CODE            PIC X.
               88 PT-TRAN-IS-ADD           VALUE 'A'.
               88 PT-TRAN-IS-CHANGE        VALUE 'C'.
               88 PT-TRAN-IS-DELETE        VALUE 'D'.
           05 PT-PLAN-CODE            PIC X(3).
           05 PT-PLAN-NAME            PIC X(20).
           05 PT-CARRIER-CODE         PIC X(6).
           05 PT-TIER-ENTRY OCCURS 4 TIMES.
               10 PT-TIER-CODE        PIC X(2).
               10 PT-EMPLOYEE-COST    PIC 9(4)V99.
               10 PT-EMPLOYER-COST    PIC 9(4)V99.

       FD  BENEFIT-PLAN-MASTER.
       01 BENEFIT-PLAN-REC.
           COPY BEN-PLAN-REC.

       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-MASTER-REC.
           COPY BEN-ENRL-REC.

       FD  PLAN-MAINT-REGISTER.
       01 PLAN-MAINT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-BENEFIT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-ENROLLMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-PLAN-MAINT-REGISTER-STATUS PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-BENENRL-SWITCH           PIC X VALUE 'N'.
           88 BENENRL-ON-FILE              VALUE 'Y'.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TIER-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-OTHER-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-TIERS-USED               PIC 9 VALUE 0.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-TIER-KEPT-SWITCH         PIC X VALUE 'N'.
           88 TIER-IS-KEPT                 VALUE 'Y'.

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
           MOVE "BENPMNT"  TO VS-PROGRAM-NAME.
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

      * Least-privilege: plan costs are what comes out of
      * everyone's pay, the DEDMAINT administrator bar.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PLAN-MAINT-REGISTER.
           PERFORM Open-Benefit-Plan-Master.
           OPEN INPUT ENROLLMENT-MASTER.
           IF WS-ENROLLMENT-MASTER-STATUS = "00"
               SET BENENRL-ON-FILE TO TRUE
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
               DISPLAY "NO BPTRAN INPUT - NOTHING TO APPLY:"
                       WS-PLAN-TRANSACTIONS-STATUS
           END-IF.

           IF BENENRL-ON-FILE
               CLOSE ENROLLMENT-MASTER
           END-IF.
           CLOSE BENEFIT-PLAN-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE PLAN-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Benefit-Plan-Master.
           OPEN I-O BENEFIT-PLAN-MASTER.
           IF WS-BENEFIT-PLAN-STATUS = "35"
               CLOSE BENEFIT-PLAN-MASTER
               OPEN OUTPUT BENEFIT-PLAN-MASTER
               CLOSE BENEFIT-PLAN-MASTER
               OPEN I-O BENEFIT-PLAN-MASTER
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
                       WRITE BENEFIT-PLAN-REC
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
                   IF WS-REJECT-REASON = SPACES
                       PERFORM Check-Held-Tiers-Kept
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Plan-Transaction
                   ELSE
                       PERFORM Move-Plan-To-Master
                       REWRITE BENEFIT-PLAN-REC
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
                       MOVE PT-PLAN-CODE TO BP-PLAN-CODE
                       DELETE BENEFIT-PLAN-MASTER
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

      * Every used tier must be one of the four known codes, once
      * only, with numeric costs - BENENROL finds an employee's
      * price by the tier code, so a duplicate or a stray code
      * would price somebody wrong.
       Check-Plan-Fields.
           EVALUATE TRUE
               WHEN PT-PLAN-CODE = SPACES
                   MOVE "PLAN CODE MISSING" TO WS-REJECT-REASON
               WHEN PT-PLAN-NAME = SPACES
                   MOVE "PLAN NAME MISSING" TO WS-REJECT-REASON
               WHEN PT-CARRIER-CODE = SPACES
                   MOVE "CARRIER CODE MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TIERS-USED.
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TIER-SUBSCRIPT > 4
               IF PT-TIER-CODE(WS-TIER-SUBSCRIPT) NOT = SPACES
                   ADD 1 TO WS-TIERS-USED
                   PERFORM Check-One-Tier
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON = SPACES AND WS-TIERS-USED = 0
               MOVE "NO COVERAGE TIERS" TO WS-REJECT-REASON
           END-IF.

       Check-One-Tier.
           EVALUATE TRUE
               WHEN PT-TIER-CODE(WS-TIER-SUBSCRIPT) NOT = "EE"
                   AND PT-TIER-CODE(WS-TIER-SUBSCRIPT) NOT = "ES"
                   AND PT-TIER-CODE(WS-TIER-SUBSCRIPT) NOT = "EC"
                   AND PT-TIER-CODE(WS-TIER-SUBSCRIPT) NOT = "FA"
                   MOVE "INVALID TIER CODE" TO WS-REJECT-REASON
               WHEN PT-EMPLOYEE-COST(WS-TIER-SUBSCRIPT) NOT NUMERIC
                   OR PT-EMPLOYER-COST(WS-TIER-SUBSCRIPT) NOT NUMERIC
                   MOVE "INVALID TIER COST" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-OTHER-SUBSCRIPT
                               NOT < WS-TIER-SUBSCRIPT
                       IF PT-TIER-CODE(WS-OTHER-SUBSCRIPT)
                           = PT-TIER-CODE(WS-TIER-SUBSCRIPT)
                           MOVE "TIER CODE REPEATED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       Move-Plan-To-Master.
           MOVE PT-PLAN-CODE    TO BP-PLAN-CODE.
           MOVE PT-PLAN-NAME    TO BP-PLAN-NAME.
           MOVE PT-CARRIER-CODE TO BP-CARRIER-CODE.
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TIER-SUBSCRIPT > 4
               MOVE PT-TIER-CODE(WS-TIER-SUBSCRIPT)
                   TO BP-TIER-CODE(WS-TIER-SUBSCRIPT)
               IF PT-TIER-CODE(WS-TIER-SUBSCRIPT) = SPACES
                   MOVE 0 TO BP-EMPLOYEE-COST(WS-TIER-SUBSCRIPT)
                   MOVE 0 TO BP-EMPLOYER-COST(WS-TIER-SUBSCRIPT)
               ELSE
                   MOVE PT-EMPLOYEE-COST(WS-TIER-SUBSCRIPT)
                       TO BP-EMPLOYEE-COST(WS-TIER-SUBSCRIPT)
                   MOVE PT-EMPLOYER-COST(WS-TIER-SUBSCRIPT)
                       TO BP-EMPLOYER-COST(WS-TIER-SUBSCRIPT)
               END-IF
           END-PERFORM.

      * Coverage that has ended holds nothing; coverage that is
      * live, or starts later, holds its plan and tier - and an
      * election waiting for its date holds its tier too.
       Check-Plan-Not-Held.
           IF NOT BENENRL-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-PLAN-CODE TO EN-PLAN-CODE.
           SET BROWSE-NOT-DONE TO TRUE.
           START ENROLLMENT-MASTER
               KEY IS = EN-PLAN-CODE
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EN-PLAN-CODE NOT = PT-PLAN-CODE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF EN-END-DATE = 0
                               OR EN-END-DATE NOT < WS-RUN-DATE
                               MOVE "PLAN STILL HAS ENROLLMENTS"
                                   TO WS-REJECT-REASON
                               SET BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Check-Held-Tiers-Kept.
           IF NOT BENENRL-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-PLAN-CODE TO EN-PLAN-CODE.
           SET BROWSE-NOT-DONE TO TRUE.
           START ENROLLMENT-MASTER
               KEY IS = EN-PLAN-CODE
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EN-PLAN-CODE NOT = PT-PLAN-CODE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Check-Enrollment-Tiers
                       END-IF
               END-READ
           END-PERFORM.

       Check-Enrollment-Tiers.
           IF EN-END-DATE NOT = 0 AND EN-END-DATE < WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TIER-KEPT-SWITCH.
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TIER-SUBSCRIPT > 4
               IF PT-TIER-CODE(WS-TIER-SUBSCRIPT) = EN-TIER-CODE
                   SET TIER-IS-KEPT TO TRUE
               END-IF
           END-PERFORM.
           IF NOT EN-NO-ELECTION-PENDING AND TIER-IS-KEPT
               MOVE 'N' TO WS-TIER-KEPT-SWITCH
               PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-TIER-SUBSCRIPT > 4
                   IF PT-TIER-CODE(WS-TIER-SUBSCRIPT)
                       = EN-PENDING-TIER
                       SET TIER-IS-KEPT TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT TIER-IS-KEPT
               MOVE "TIER STILL HELD BY ENROLLEES" TO WS-REJECT-REASON
               SET BROWSE-DONE TO TRUE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Plan-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P019" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "BENPMNT" TO EX-PROGRAM-ID.
           STRING "PLAN TRAN REJECTED - PLAN:" PT-PLAN-CODE
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
