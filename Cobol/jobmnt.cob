       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMNT.
      * Maintains the JOBMAST job classification master and the
      * EMPJOB employee-to-job assignment master from one JOBTRAN
      * batch, the DEPTMNT pattern: each transaction names the
      * file ('J' job, 'E' assignment) and the action (Add/
      * Change/Delete). A job carries its title, pay grade and
      * the grade's minimum, midpoint and maximum hourly rate,
      * which must be positive and in order. An assignment must
      * name an employee live on EMPLOYEE-MASTER and a job on
      * JOBMAST. A job still held by an employee cannot be
      * deleted - reassign them first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-TRANSACTIONS ASSIGN TO "Cobol/data/JOBTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TRANSACTIONS-STATUS.

           SELECT JOB-MASTER ASSIGN TO "Cobol/data/JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT JOB-ASSIGNMENT-MASTER ASSIGN TO
               "Cobol/data/EMPJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-JOB-ASSIGNMENT-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT JOB-MAINT-REGISTER ASSIGN TO
               "Cobol/data/JOBMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     JT-FILE-CODE       X     J=job master
      *                                       E=assignment master
      *   Pos  2     JT-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Job ('J'):
      *   Pos  3- 8  JT-JOB-CODE        X(6)
      *   Pos  9-38  JT-JOB-TITLE       X(30)
      *   Pos 39-40  JT-PAY-GRADE       X(2)
      *   Pos 41-45  JT-MINIMUM-RATE    9(3)V99
      *   Pos 46-50  JT-MIDPOINT-RATE   9(3)V99
      *   Pos 51-55  JT-MAXIMUM-RATE    9(3)V99
      *   Assignment ('E'):
      *   Pos  3- 8  JT-EMPLOYEE-NUMBER 9(6)
      *   Pos  9-14  JT-ASSIGN-JOB      X(6)
       01 JOB-TRANSACTION-REC.
           05 JT-FILE-CODE            PIC X.
               88 JT-FILE-IS-JOB           VALUE 'J'.
               88 JT-FILE-IS-ASSIGN        VALUE 'E'.
           05 JT-TRAN-CODE            PIC X.
               88 JT-TRAN-IS-ADD           VALUE 'A'.
               88 JT-TRAN-IS-CHANGE        VALUE 'C'.
               88 JT-TRAN-IS-DELETE        VALUE 'D'.
           05 JT-TRAN-BODY            PIC X(53).
           05 JT-JOB-FIELDS REDEFINES JT-TRAN-BODY.
               10 JT-JOB-CODE         PIC X(6).
               10 JT-JOB-TITLE        PIC X(30).
               10 JT-PAY-GRADE        PIC X(2).
               10 JT-MINIMUM-RATE     PIC 9(3)V99.
               10 JT-MIDPOINT-RATE    PIC 9(3)V99.
               10 JT-MAXIMUM-RATE     PIC 9(3)V99.
           05 JT-ASSIGN-FIELDS REDEFINES JT-TRAN-BODY.
               10 JT-EMPLOYEE-NUMBER  PIC 9(6).
               10 JT-ASSIGN-JOB       PIC X(6).
               10 FILLER              PIC X(41).

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  JOB-MAINT-REGISTER.
       01 JOB-MAINT-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOB-TRANSACTIONS-STATUS  PIC XX VALUE "00".
       01 WS-JOB-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-JOB-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
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
           MOVE "JOBMNT"   TO VS-PROGRAM-NAME.
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

      * Least-privilege: organizational maintenance is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT JOB-MAINT-REGISTER.
           PERFORM Open-Job-Master.
           PERFORM Open-Job-Assignment-Master.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN INPUT JOB-TRANSACTIONS.
           IF WS-JOB-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-JOB-TRANSACTIONS-STATUS NOT = "00"
                   READ JOB-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Job-Transaction
                   END-READ
               END-PERFORM
               CLOSE JOB-TRANSACTIONS
           ELSE
               DISPLAY "NO JOBTRAN INPUT - NOTHING TO APPLY:"
                       WS-JOB-TRANSACTIONS-STATUS
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE JOB-ASSIGNMENT-MASTER.
           CLOSE JOB-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE JOB-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Job-Master.
           OPEN I-O JOB-MASTER.
           IF WS-JOB-MASTER-STATUS = "35"
               CLOSE JOB-MASTER
               OPEN OUTPUT JOB-MASTER
               CLOSE JOB-MASTER
               OPEN I-O JOB-MASTER
           END-IF.

       Open-Job-Assignment-Master.
           OPEN I-O JOB-ASSIGNMENT-MASTER.
           IF WS-JOB-ASSIGNMENT-STATUS = "35"
               CLOSE JOB-ASSIGNMENT-MASTER
               OPEN OUTPUT JOB-ASSIGNMENT-MASTER
               CLOSE JOB-ASSIGNMENT-MASTER
               OPEN I-O JOB-ASSIGNMENT-MASTER
           END-IF.

       Apply-Job-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN JT-FILE-IS-JOB
                   PERFORM Apply-Job-Action
               WHEN JT-FILE-IS-ASSIGN
                   PERFORM Apply-Assignment-Action
               WHEN OTHER
                   MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Job-Transaction
           END-EVALUATE.

       Apply-Job-Action.
           MOVE JT-JOB-CODE TO JB-JOB-CODE.
           EVALUATE TRUE
               WHEN JT-TRAN-IS-DELETE
                   PERFORM Check-Job-Unassigned
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Job-Transaction
                   ELSE
                       MOVE JT-JOB-CODE TO JB-JOB-CODE
                       DELETE JOB-MASTER
                           INVALID KEY
                               MOVE "JOB NOT ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Job-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-DELETE
                   END-IF
               WHEN JT-TRAN-IS-ADD OR JT-TRAN-IS-CHANGE
                   PERFORM Check-Job-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Job-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Job
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Job-Transaction
           END-EVALUATE.

      * A range that is out of order would hold nobody to it.
       Check-Job-Fields.
           EVALUATE TRUE
               WHEN JT-JOB-CODE = SPACES
                   MOVE "JOB CODE MISSING" TO WS-REJECT-REASON
               WHEN JT-PAY-GRADE = SPACES
                   MOVE "PAY GRADE MISSING" TO WS-REJECT-REASON
               WHEN JT-MINIMUM-RATE NOT NUMERIC
                   OR JT-MIDPOINT-RATE NOT NUMERIC
                   OR JT-MAXIMUM-RATE NOT NUMERIC
                   MOVE "INVALID GRADE RATE" TO WS-REJECT-REASON
               WHEN JT-MINIMUM-RATE = 0
                   MOVE "GRADE MINIMUM IS ZERO" TO WS-REJECT-REASON
               WHEN JT-MIDPOINT-RATE < JT-MINIMUM-RATE
                   OR JT-MAXIMUM-RATE < JT-MIDPOINT-RATE
                   MOVE "GRADE RANGE OUT OF ORDER" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Write-Or-Rewrite-Job.
           MOVE JT-JOB-CODE      TO JB-JOB-CODE.
           MOVE JT-JOB-TITLE     TO JB-JOB-TITLE.
           MOVE JT-PAY-GRADE     TO JB-PAY-GRADE.
           MOVE JT-MINIMUM-RATE  TO JB-MINIMUM-RATE.
           MOVE JT-MIDPOINT-RATE TO JB-MIDPOINT-RATE.
           MOVE JT-MAXIMUM-RATE  TO JB-MAXIMUM-RATE.
           IF JT-TRAN-IS-ADD
               WRITE JOB-MASTER-REC
                   INVALID KEY
                       MOVE "JOB ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Job-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE JOB-MASTER-REC
                   INVALID KEY
                       MOVE "JOB NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Job-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

      * The assignment master is keyed by employee, so a job's
      * holders are found by walking it.
       Check-Job-Unassigned.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO EJ-EMPLOYEE-NUMBER.
           START JOB-ASSIGNMENT-MASTER
               KEY IS >= EJ-EMPLOYEE-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ JOB-ASSIGNMENT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EJ-JOB-CODE = JT-JOB-CODE
                           MOVE "JOB STILL ASSIGNED"
                               TO WS-REJECT-REASON
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * Both ends of an assignment must exist before it lands:
      * the employee on EMPLOYEE-MASTER, the job on JOBMAST.
       Apply-Assignment-Action.
           IF JT-TRAN-IS-DELETE
               MOVE JT-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER
               DELETE JOB-ASSIGNMENT-MASTER
                   INVALID KEY
                       MOVE "ASSIGNMENT NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Job-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-DELETE
           ELSE
               IF NOT JT-TRAN-IS-ADD AND NOT JT-TRAN-IS-CHANGE
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM Check-Assignment-References
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Job-Transaction
               ELSE
                   PERFORM Write-Or-Rewrite-Assignment
               END-IF
           END-IF.

       Check-Assignment-References.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE JT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               SET LOOKUP-NOT-FOUND TO TRUE
               MOVE JT-ASSIGN-JOB TO JB-JOB-CODE
               READ JOB-MASTER
                   KEY IS JB-JOB-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOOKUP-FOUND TO TRUE
               END-READ
               IF LOOKUP-NOT-FOUND
                   MOVE "JOB NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       Write-Or-Rewrite-Assignment.
           MOVE JT-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER.
           MOVE JT-ASSIGN-JOB      TO EJ-JOB-CODE.
           IF JT-TRAN-IS-ADD
               WRITE JOB-ASSIGNMENT-REC
                   INVALID KEY
                       MOVE "ASSIGNMENT ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Job-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE JOB-ASSIGNMENT-REC
                   INVALID KEY
                       MOVE "ASSIGNMENT NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Job-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Job-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E009" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "JOBMNT" TO EX-PROGRAM-ID.
           STRING "JOB TRAN REJECTED - " JT-FILE-CODE JT-TRAN-CODE
                   " " JT-TRAN-BODY(1:12)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " FILE:" JT-FILE-CODE
                   " CODE:" JT-TRAN-CODE
                   " " JT-TRAN-BODY(1:24)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE JOB-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOB TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE JOB-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOB TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE JOB-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOB TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE JOB-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
