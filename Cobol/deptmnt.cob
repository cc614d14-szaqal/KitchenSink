      * assignment) and the action (Add/Change/Delete). An
      * assignment must name an employee live on EMPLOYEE-MASTER
      * and a department on DEPTMAST - the two referential holes
      * that would otherwise grow silently. A third file code,
      * 'B', keys the BUDGMAST departmental labor budget
      * (copybooks/DEPT-BUDGET-REC.cpy): the year's labor dollars
      * and the authorized headcount month by month, for a
      * department that must already be on DEPTMAST. A Change
      * replaces the whole year as keyed.
      * Every assignment change is also told to the DEPTHSTW
      * service, which keeps the DEPTHIST assignment history
      * (copybooks/DEPT-HIST-REC.cpy) the pay and reporting
      * programs date their department lookups from. A move to
      * another department is a Transfer ('T'), effective on the
      * date keyed: the old spell ends the day before and the new
      * one starts that day. A Change is a keying correction - the
      * current spell is re-coded and no movement is recorded. An
      * Add opens a spell and a Delete ends one, on the date keyed
      * or, left blank, today. Assignment dates may be back-dated
      * but not ahead of today, and never into history already
      * recorded for the employee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "Cobol/data/BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      * One transaction per line:
      *   Pos  1     DT-FILE-CODE       X     D=department master
      *                                       E=assignment master
      *                                       B=budget master
      *   Pos  2     DT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *                                       T=transfer (E only)
      *   Department ('D'):
      *   Pos  3- 6  DT-DEPT-CODE       X(4)
      *   Pos  7-26  DT-DEPT-NAME       X(20)
      *   Assignment ('E'):
      *   Pos  3- 8  DT-EMPLOYEE-NUMBER 9(6)
      *   Pos  9-12  DT-ASSIGN-DEPT     X(4)
      *   Pos 13-20  DT-EFFECTIVE-DATE  9(8)  YYYYMMDD; blank=today
      *   Budget ('B'):
      *   Pos  3- 6  DT-BUDGET-DEPT     X(4)
      *   Pos  7-10  DT-FISCAL-YEAR     9(4)
      *   Pos 11-21  DT-ANNUAL-BUDGET   9(9)V99
      *   Pos 22-69  DT-AUTH-HEADCOUNT  9(4) x 12, fiscal month 1
      *                                 first
       01 DEPT-TRANSACTION-REC.
           05 DT-FILE-CODE            PIC X.
               88 DT-FILE-IS-DEPT          VALUE 'D'.
               88 DT-FILE-IS-ASSIGN        VALUE 'E'.
               88 DT-FILE-IS-BUDGET        VALUE 'B'.
           05 DT-TRAN-CODE            PIC X.
               88 DT-TRAN-IS-ADD           VALUE 'A'.
               88 DT-TRAN-IS-CHANGE        VALUE 'C'.
               88 DT-TRAN-IS-DELETE        VALUE 'D'.
               88 DT-TRAN-IS-TRANSFER      VALUE 'T'.
           05 DT-TRAN-BODY            PIC X(67).
           05 DT-DEPT-FIELDS REDEFINES DT-TRAN-BODY.
               10 DT-DEPT-CODE        PIC X(4).
               10 DT-DEPT-NAME        PIC X(20).
               10 FILLER              PIC X(43).
           05 DT-ASSIGN-FIELDS REDEFINES DT-TRAN-BODY.
               10 DT-EMPLOYEE-NUMBER  PIC 9(6).
               10 DT-ASSIGN-DEPT      PIC X(4).
               10 DT-EFFECTIVE-DATE-X PIC X(8).
               10 DT-EFFECTIVE-DATE REDEFINES DT-EFFECTIVE-DATE-X
                                      PIC 9(8).
               10 FILLER              PIC X(49).
           05 DT-BUDGET-FIELDS REDEFINES DT-TRAN-BODY.
               10 DT-BUDGET-DEPT      PIC X(4).
               10 DT-FISCAL-YEAR      PIC 9(4).
               10 DT-ANNUAL-BUDGET    PIC 9(9)V99.
               10 DT-AUTH-HEADCOUNT   PIC 9(4) OCCURS 12 TIMES.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  BUDGET-MASTER.
       01 BUDGET-MASTER-REC.
           COPY DEPT-BUDGET-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.
       01 WS-DEPT-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-BUDGET-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-DEPT-MAINT-REGISTER-STATUS PIC XX VALUE "00".

           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.

       01 WS-MONTH-SUBSCRIPT          PIC 99 VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-ASSIGN-EFFECTIVE         PIC 9(8) VALUE 0.
       01 WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.
       01 WS-ASSIGNED-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ASSIGNED            VALUE 'Y'.
       01 WS-DATE-WORK                PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 DATE-IS-PAST-OR-TODAY        VALUE 'Y'.
           88 DATE-IS-FUTURE               VALUE 'F'.

       01 WS-HISTORY-REQUEST.
           05 DQ-REQUEST-CODE         PIC X.
           05 DQ-EMPLOYEE-NUMBER      PIC 9(6).
           05 DQ-AS-OF-DATE           PIC 9(8).
           05 DQ-DEPT-CODE            PIC X(4).
           05 DQ-PRIOR-DEPT           PIC X(4).
           05 DQ-REASON               PIC X.
           05 DQ-RESULT-SWITCH        PIC X.
           05 DQ-START-DATE           PIC 9(8).
           05 DQ-END-DATE             PIC 9(8).
           05 DQ-REJECT-REASON        PIC X(30).

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "DEPTMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               WS-OPERATOR-ID WS-OPERATOR-ROLE.
           OPEN OUTPUT DEPT-MAINT-REGISTER.
           PERFORM Open-Dept-Master.
           PERFORM Open-Assignment-Master.
           PERFORM Open-Budget-Master.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN INPUT DEPT-TRANSACTIONS.
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE BUDGET-MASTER.
           CLOSE ASSIGNMENT-MASTER.
           CLOSE DEPT-MASTER.
           PERFORM Write-Register-Totals.
               OPEN I-O ASSIGNMENT-MASTER
           END-IF.

       Open-Budget-Master.
           OPEN I-O BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS = "35"
               CLOSE BUDGET-MASTER
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF.

       Apply-Dept-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
                   PERFORM Apply-Department-Action
               WHEN DT-FILE-IS-ASSIGN
                   PERFORM Apply-Assignment-Action
               WHEN DT-FILE-IS-BUDGET
                   PERFORM Apply-Budget-Action
               WHEN OTHER
                   MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Dept-Transaction

      * Both ends of an assignment must exist before it lands:
      * the employee on EMPLOYEE-MASTER, the department on
      * DEPTMAST. The history is told first, so a change it
      * refuses leaves EMPDEPT as it was.
       Apply-Assignment-Action.
           PERFORM Check-Assignment-Date.
           IF WS-REJECT-REASON = SPACES
               AND NOT DT-TRAN-IS-DELETE
               PERFORM Check-Assignment-References
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM Read-Current-Assignment
               EVALUATE TRUE
                   WHEN DT-TRAN-IS-ADD
                       PERFORM Add-Assignment
                   WHEN DT-TRAN-IS-CHANGE
                       PERFORM Correct-Assignment
                   WHEN DT-TRAN-IS-TRANSFER
                       PERFORM Transfer-Assignment
                   WHEN DT-TRAN-IS-DELETE
                       PERFORM Remove-Assignment
                   WHEN OTHER
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Dept-Transaction
           ELSE
               PERFORM Register-Applied-Transaction
           END-IF.

      * A blank date is today; a keyed one must be a real date
      * that has arrived.
       Check-Assignment-Date.
           IF DT-EFFECTIVE-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-ASSIGN-EFFECTIVE
               EXIT PARAGRAPH
           END-IF.
           IF DT-EFFECTIVE-DATE NOT NUMERIC
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-EFFECTIVE-DATE TO WS-DATE-WORK.
           CALL "DATECHK" USING WS-DATE-WORK WS-DATE-RESULT.
           EVALUATE TRUE
               WHEN DATE-IS-PAST-OR-TODAY
                   MOVE DT-EFFECTIVE-DATE TO WS-ASSIGN-EFFECTIVE
               WHEN DATE-IS-FUTURE
                   MOVE "EFFECTIVE DATE IN FUTURE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
           END-EVALUATE.

       Check-Assignment-References.
           SET LOOKUP-NOT-FOUND TO TRUE.
               END-IF
           END-IF.

       Read-Current-Assignment.
           MOVE 'N' TO WS-ASSIGNED-SWITCH.
           MOVE SPACES TO WS-CURRENT-DEPT.
           MOVE DT-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER.
           READ ASSIGNMENT-MASTER
               KEY IS ED-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPLOYEE-ASSIGNED TO TRUE
                   MOVE ED-DEPT-CODE TO WS-CURRENT-DEPT
           END-READ.

       Add-Assignment.
           IF EMPLOYEE-ASSIGNED
               MOVE "ASSIGNMENT ALREADY ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO DQ-REQUEST-CODE.
           MOVE 'N' TO DQ-REASON.
           PERFORM Call-Department-History.
           IF DQ-RESULT-SWITCH NOT = 'Y'
               MOVE DQ-REJECT-REASON TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER.
           MOVE DT-ASSIGN-DEPT     TO ED-DEPT-CODE.
           WRITE ASSIGNMENT-MASTER-REC
               INVALID KEY
                   MOVE "ASSIGNMENT ALREADY ON FILE"
                       TO WS-REJECT-REASON
           END-WRITE.

      * A correction re-codes the current spell in place; an
      * employee with no history yet has no spell to re-code.
       Correct-Assignment.
           IF NOT EMPLOYEE-ASSIGNED
               MOVE "ASSIGNMENT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-ASSIGN-DEPT TO ED-DEPT-CODE.
           REWRITE ASSIGNMENT-MASTER-REC
               INVALID KEY
                   MOVE "ASSIGNMENT NOT ON FILE"
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON = SPACES
               MOVE 'R' TO DQ-REQUEST-CODE
               MOVE SPACE TO DQ-REASON
               PERFORM Call-Department-History
           END-IF.

       Transfer-Assignment.
           IF NOT EMPLOYEE-ASSIGNED
               MOVE "ASSIGNMENT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-DEPT = DT-ASSIGN-DEPT
               MOVE "ALREADY IN THAT DEPARTMENT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO DQ-REQUEST-CODE.
           MOVE 'T' TO DQ-REASON.
           PERFORM Call-Department-History.
           IF DQ-RESULT-SWITCH NOT = 'Y'
               MOVE DQ-REJECT-REASON TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-ASSIGN-DEPT TO ED-DEPT-CODE.
           REWRITE ASSIGNMENT-MASTER-REC
               INVALID KEY
                   MOVE "ASSIGNMENT NOT ON FILE"
                       TO WS-REJECT-REASON
           END-REWRITE.

      * The history ends the spell whatever it holds - a missing
      * spell is no reason to keep an assignment being removed.
       Remove-Assignment.
           IF NOT EMPLOYEE-ASSIGNED
               MOVE "ASSIGNMENT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO DQ-REQUEST-CODE.
           MOVE 'R' TO DQ-REASON.
           PERFORM Call-Department-History.
           DELETE ASSIGNMENT-MASTER
               INVALID KEY
                   MOVE "ASSIGNMENT NOT ON FILE"
                       TO WS-REJECT-REASON
           END-DELETE.

       Call-Department-History.
           MOVE DT-EMPLOYEE-NUMBER  TO DQ-EMPLOYEE-NUMBER.
           MOVE WS-ASSIGN-EFFECTIVE TO DQ-AS-OF-DATE.
           MOVE DT-ASSIGN-DEPT      TO DQ-DEPT-CODE.
           MOVE WS-CURRENT-DEPT     TO DQ-PRIOR-DEPT.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.

      * A budget is keyed for a department that exists, for a
      * fiscal year, with every month's headcount keyed - a blank
      * month would report as zero heads authorized.
       Apply-Budget-Action.
           MOVE DT-BUDGET-DEPT TO BG-DEPT-CODE.
           MOVE DT-FISCAL-YEAR TO BG-FISCAL-YEAR.
           IF DT-TRAN-IS-DELETE
               DELETE BUDGET-MASTER
                   INVALID KEY
                       MOVE "BUDGET NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Dept-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-DELETE
           ELSE
               PERFORM Check-Budget-Fields
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Dept-Transaction
               ELSE
                   PERFORM Write-Or-Rewrite-Budget
               END-IF
           END-IF.

       Check-Budget-Fields.
           EVALUATE TRUE
               WHEN NOT DT-TRAN-IS-ADD AND NOT DT-TRAN-IS-CHANGE
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
               WHEN DT-FISCAL-YEAR NOT NUMERIC
                   OR DT-FISCAL-YEAR = 0
                   MOVE "INVALID FISCAL YEAR" TO WS-REJECT-REASON
               WHEN DT-ANNUAL-BUDGET NOT NUMERIC
                   MOVE "INVALID ANNUAL BUDGET" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-MONTH-SUBSCRIPT > 12
                       IF DT-AUTH-HEADCOUNT(WS-MONTH-SUBSCRIPT)
                               NOT NUMERIC
                           MOVE "INVALID MONTHLY HEADCOUNT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE DT-BUDGET-DEPT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   KEY IS DP-DEPT-CODE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       Write-Or-Rewrite-Budget.
           MOVE DT-BUDGET-DEPT   TO BG-DEPT-CODE.
           MOVE DT-FISCAL-YEAR   TO BG-FISCAL-YEAR.
           MOVE DT-ANNUAL-BUDGET TO BG-ANNUAL-BUDGET.
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
               MOVE DT-AUTH-HEADCOUNT(WS-MONTH-SUBSCRIPT)
                   TO BG-AUTH-HEADCOUNT(WS-MONTH-SUBSCRIPT)
           END-PERFORM.
           IF DT-TRAN-IS-ADD
               WRITE BUDGET-MASTER-REC
                   INVALID KEY
                       MOVE "BUDGET ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Dept-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE BUDGET-MASTER-REC
                   INVALID KEY
                       MOVE "BUDGET NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Dept-Transaction
                   NOT INVALID KEY
           STRING WS-DISPOSITION
                   " FILE:" DT-FILE-CODE
                   " CODE:" DT-TRAN-CODE
                   " " DT-TRAN-BODY(1:24)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE DEPT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
