       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
      * Maintains the CERTREQ certification requirement table and
      * the CERTMAST employee certification master from one
      * CERTTRAN batch, the JOBMNT pattern: each transaction names
      * the file ('R' requirement, 'C' certification) and the
      * action (Add/Change/Delete). A requirement ties a
      * certification code and its printable name to a job on
      * JOBMAST or a department on DEPTMAST; a Change renames it.
      * A certification must name an employee live on
      * EMPLOYEE-MASTER and a code somewhere on the requirement
      * table - a code nobody requires is a keying error - with a
      * real issue date not in the future, an expiry date after
      * it, and the issuing body. A Change replaces the dates and
      * issuer together, the way a renewal arrives. CERTRPT
      * reports against both files each month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-TRANSACTIONS ASSIGN TO
               "Cobol/data/CERTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-TRANSACTIONS-STATUS.

           SELECT REQUIREMENT-MASTER ASSIGN TO
               "Cobol/data/CERTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-REQUIREMENT-KEY
               ALTERNATE RECORD KEY IS CQ-CERT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-REQUIREMENT-MASTER-STATUS.

           SELECT CERT-MASTER ASSIGN TO "Cobol/data/CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CERT-MASTER-STATUS.

           SELECT JOB-MASTER ASSIGN TO "Cobol/data/JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT CERT-MAINT-REGISTER ASSIGN TO
               "Cobol/data/CERTMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     CX-FILE-CODE       X     R=requirement table
      *                                       C=certification
      *   Pos  2     CX-TRAN-CODE       X     A=add C=change
      *                                       D=delete
      *   Requirement ('R'):
      *   Pos  3     CX-SCOPE-TYPE      X     J=job D=department
      *   Pos  4- 9  CX-SCOPE-CODE      X(6)
      *   Pos 10-13  CX-REQ-CERT-CODE   X(4)
      *   Pos 14-43  CX-CERT-NAME       X(30)
      *   Certification ('C'):
      *   Pos  3- 8  CX-EMPLOYEE-NUMBER 9(6)
      *   Pos  9-12  CX-CERT-CODE       X(4)
      *   Pos 13-20  CX-ISSUE-DATE      9(8)  YYYYMMDD
      *   Pos 21-28  CX-EXPIRY-DATE     9(8)  YYYYMMDD
      *   Pos 29-48  CX-ISSUING-BODY    X(20)
       01 CERT-TRANSACTION-REC.
           05 CX-FILE-CODE            PIC X.
               88 CX-FILE-IS-REQUIREMENT   VALUE 'R'.
               88 CX-FILE-IS-CERT          VALUE 'C'.
           05 CX-TRAN-CODE            PIC X.
               88 CX-TRAN-IS-ADD           VALUE 'A'.
               88 CX-TRAN-IS-CHANGE        VALUE 'C'.
               88 CX-TRAN-IS-DELETE        VALUE 'D'.
           05 CX-TRAN-BODY            PIC X(46).
           05 CX-REQUIREMENT-FIELDS REDEFINES CX-TRAN-BODY.
               10 CX-SCOPE-TYPE       PIC X.
               10 CX-SCOPE-CODE       PIC X(6).
               10 CX-REQ-CERT-CODE    PIC X(4).
               10 CX-CERT-NAME        PIC X(30).
               10 FILLER              PIC X(5).
           05 CX-CERT-FIELDS REDEFINES CX-TRAN-BODY.
               10 CX-EMPLOYEE-NUMBER  PIC 9(6).
               10 CX-CERT-CODE        PIC X(4).
               10 CX-ISSUE-DATE       PIC 9(8).
               10 CX-EXPIRY-DATE      PIC 9(8).
               10 CX-ISSUING-BODY     PIC X(20).

       FD  REQUIREMENT-MASTER.
       01 REQUIREMENT-MASTER-REC.
           COPY CERT-REQ-REC.

       FD  CERT-MASTER.
       01 CERT-MASTER-REC.
           COPY CERT-MASTER-REC.

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  CERT-MAINT-REGISTER.
       01 CERT-MAINT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CERT-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-REQUIREMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CERT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-JOB-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-CERT-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-CHECK-DATE               PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 DATE-IS-PAST-OR-TODAY        VALUE 'Y'.
           88 DATE-IS-FUTURE               VALUE 'F'.

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
           MOVE "CERTMNT"  TO VS-PROGRAM-NAME.
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

      * Least-privilege: certification records are an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CERT-MAINT-REGISTER.
           PERFORM Open-Requirement-Master.
           PERFORM Open-Cert-Master.
           OPEN INPUT JOB-MASTER.
           OPEN INPUT DEPT-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN INPUT CERT-TRANSACTIONS.
           IF WS-CERT-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-CERT-TRANSACTIONS-STATUS NOT = "00"
                   READ CERT-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Cert-Transaction
                   END-READ
               END-PERFORM
               CLOSE CERT-TRANSACTIONS
           ELSE
               DISPLAY "NO CERTTRAN INPUT - NOTHING TO APPLY:"
                       WS-CERT-TRANSACTIONS-STATUS
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE DEPT-MASTER.
           CLOSE JOB-MASTER.
           CLOSE CERT-MASTER.
           CLOSE REQUIREMENT-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE CERT-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Requirement-Master.
           OPEN I-O REQUIREMENT-MASTER.
           IF WS-REQUIREMENT-MASTER-STATUS = "35"
               CLOSE REQUIREMENT-MASTER
               OPEN OUTPUT REQUIREMENT-MASTER
               CLOSE REQUIREMENT-MASTER
               OPEN I-O REQUIREMENT-MASTER
           END-IF.

       Open-Cert-Master.
           OPEN I-O CERT-MASTER.
           IF WS-CERT-MASTER-STATUS = "35"
               CLOSE CERT-MASTER
               OPEN OUTPUT CERT-MASTER
               CLOSE CERT-MASTER
               OPEN I-O CERT-MASTER
           END-IF.

       Apply-Cert-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN CX-FILE-IS-REQUIREMENT
                   PERFORM Apply-Requirement-Action
               WHEN CX-FILE-IS-CERT
                   PERFORM Apply-Certification-Action
               WHEN OTHER
                   MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Cert-Transaction
           END-EVALUATE.

      * A requirement dropped here leaves the certifications
      * already held under its code alone; they simply stop being
      * demanded of anyone.
       Apply-Requirement-Action.
           MOVE CX-SCOPE-TYPE    TO CQ-SCOPE-TYPE.
           MOVE CX-SCOPE-CODE    TO CQ-SCOPE-CODE.
           MOVE CX-REQ-CERT-CODE TO CQ-CERT-CODE.
           EVALUATE TRUE
               WHEN CX-TRAN-IS-DELETE
                   DELETE REQUIREMENT-MASTER
                       INVALID KEY
                           MOVE "REQUIREMENT NOT ON FILE"
                               TO WS-REJECT-REASON
                           PERFORM Reject-Cert-Transaction
                       NOT INVALID KEY
                           PERFORM Register-Applied-Transaction
                   END-DELETE
               WHEN CX-TRAN-IS-ADD OR CX-TRAN-IS-CHANGE
                   PERFORM Check-Requirement-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Cert-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Requirement
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Cert-Transaction
           END-EVALUATE.

       Check-Requirement-Fields.
           EVALUATE TRUE
               WHEN CX-REQ-CERT-CODE = SPACES
                   MOVE "CERT CODE MISSING" TO WS-REJECT-REASON
               WHEN CX-CERT-NAME = SPACES
                   MOVE "CERT NAME MISSING" TO WS-REJECT-REASON
               WHEN CX-SCOPE-TYPE = 'J'
                   PERFORM Check-Required-By-Job
               WHEN CX-SCOPE-TYPE = 'D'
                   PERFORM Check-Required-By-Dept
               WHEN OTHER
                   MOVE "INVALID SCOPE TYPE" TO WS-REJECT-REASON
           END-EVALUATE.

       Check-Required-By-Job.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE CX-SCOPE-CODE TO JB-JOB-CODE.
           READ JOB-MASTER
               KEY IS JB-JOB-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "JOB NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

      * Department codes are four bytes; the last two of the scope
      * code must be blank so one department has one spelling.
       Check-Required-By-Dept.
           SET LOOKUP-NOT-FOUND TO TRUE.
           IF CX-SCOPE-CODE(5:2) = SPACES
               MOVE CX-SCOPE-CODE(1:4) TO DP-DEPT-CODE
               READ DEPT-MASTER
                   KEY IS DP-DEPT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOOKUP-FOUND TO TRUE
               END-READ
           END-IF.
           IF LOOKUP-NOT-FOUND
               MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

       Write-Or-Rewrite-Requirement.
           MOVE CX-SCOPE-TYPE    TO CQ-SCOPE-TYPE.
           MOVE CX-SCOPE-CODE    TO CQ-SCOPE-CODE.
           MOVE CX-REQ-CERT-CODE TO CQ-CERT-CODE.
           MOVE CX-CERT-NAME     TO CQ-CERT-NAME.
           IF CX-TRAN-IS-ADD
               WRITE REQUIREMENT-MASTER-REC
                   INVALID KEY
                       MOVE "REQUIREMENT ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Cert-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE REQUIREMENT-MASTER-REC
                   INVALID KEY
                       MOVE "REQUIREMENT NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Cert-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Apply-Certification-Action.
           MOVE CX-EMPLOYEE-NUMBER TO CT-EMPLOYEE-NUMBER.
           MOVE CX-CERT-CODE       TO CT-CERT-CODE.
           EVALUATE TRUE
               WHEN CX-TRAN-IS-DELETE
                   DELETE CERT-MASTER
                       INVALID KEY
                           MOVE "CERTIFICATION NOT ON FILE"
                               TO WS-REJECT-REASON
                           PERFORM Reject-Cert-Transaction
                       NOT INVALID KEY
                           PERFORM Register-Applied-Transaction
                   END-DELETE
               WHEN CX-TRAN-IS-ADD OR CX-TRAN-IS-CHANGE
                   PERFORM Check-Certification-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Cert-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Certification
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Cert-Transaction
           END-EVALUATE.

      * The code is looked up on the requirement table's cert-code
      * alternate key - any job or department requiring it will do.
       Check-Certification-Fields.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE CX-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE CX-CERT-CODE TO CQ-CERT-CODE.
           READ REQUIREMENT-MASTER
               KEY IS CQ-CERT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF CX-CERT-CODE = SPACES OR LOOKUP-NOT-FOUND
               MOVE "CERT CODE NOT ON REQUIREMENTS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATE-RESULT.
           IF CX-ISSUE-DATE NUMERIC
               MOVE CX-ISSUE-DATE TO WS-CHECK-DATE
               CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN DATE-IS-FUTURE
                   MOVE "ISSUE DATE IN FUTURE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               WHEN NOT DATE-IS-PAST-OR-TODAY
                   MOVE "INVALID ISSUE DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'N' TO WS-DATE-RESULT.
           IF CX-EXPIRY-DATE NUMERIC
               MOVE CX-EXPIRY-DATE TO WS-CHECK-DATE
               CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN NOT DATE-IS-PAST-OR-TODAY AND NOT DATE-IS-FUTURE
                   MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
               WHEN CX-EXPIRY-DATE NOT > CX-ISSUE-DATE
                   MOVE "EXPIRY NOT AFTER ISSUE" TO WS-REJECT-REASON
               WHEN CX-ISSUING-BODY = SPACES
                   MOVE "ISSUING BODY MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Write-Or-Rewrite-Certification.
           MOVE CX-EMPLOYEE-NUMBER TO CT-EMPLOYEE-NUMBER.
           MOVE CX-CERT-CODE       TO CT-CERT-CODE.
           MOVE CX-ISSUE-DATE      TO CT-ISSUE-DATE.
           MOVE CX-EXPIRY-DATE     TO CT-EXPIRY-DATE.
           MOVE CX-ISSUING-BODY    TO CT-ISSUING-BODY.
           IF CX-TRAN-IS-ADD
               WRITE CERT-MASTER-REC
                   INVALID KEY
                       MOVE "CERTIFICATION ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Cert-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE CERT-MASTER-REC
                   INVALID KEY
                       MOVE "CERTIFICATION NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Cert-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Cert-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E011" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "CERTMNT" TO EX-PROGRAM-ID.
           STRING "CERT TRAN REJECTED - " CX-FILE-CODE CX-TRAN-CODE
                   " " CX-TRAN-BODY(1:11)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " FILE:" CX-FILE-CODE
                   " CODE:" CX-TRAN-CODE
                   " " CX-TRAN-BODY(1:26)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CERT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CERT TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CERT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CERT TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CERT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CERT TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CERT-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
