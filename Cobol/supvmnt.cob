       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVMNT.
      * Maintains the SUPVMAST reporting-line master (copybooks/
      * SUPV-LINE-REC.cpy) from the SPVTRAN batch: Add, Change or
      * Delete the supervisor an employee reports to. The
      * employee must be live on EMPLOYEE-MASTER, and so must the
      * supervisor unless the line is the top of the tree (zero
      * supervisor). Nobody supervises themselves, and a line is
      * refused if it would close a circle - the chain above the
      * new supervisor is walked, and meeting the employee there
      * means the employee would end up reporting to their own
      * report. A supervisor's line cannot be deleted while
      * anyone still reports to them - move the reports first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPV-TRANSACTIONS ASSIGN TO "Cobol/data/SPVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPV-TRANSACTIONS-STATUS.

           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-SUPERVISION-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SUPV-MAINT-REGISTER ASSIGN TO
               "Cobol/data/SPVMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPV-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPV-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     ST-TRAN-CODE         X     A=add C=change
      *                                         D=delete
      *   Pos  2- 7  ST-EMPLOYEE-NUMBER   9(6)
      *   Pos  8-13  ST-SUPERVISOR-NUMBER 9(6)  0 = top of tree,
      *                                         ignored on delete
       01 SUPV-TRANSACTION-REC.
           05 ST-TRAN-CODE            PIC X.
               88 ST-TRAN-IS-ADD           VALUE 'A'.
               88 ST-TRAN-IS-CHANGE        VALUE 'C'.
               88 ST-TRAN-IS-DELETE        VALUE 'D'.
           05 ST-EMPLOYEE-NUMBER      PIC 9(6).
           05 ST-SUPERVISOR-NUMBER    PIC 9(6).

       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  SUPV-MAINT-REGISTER.
       01 SUPV-MAINT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUPV-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-SUPERVISION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-SUPV-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

      * The chain walk: each step reads the line of the person
      * one level up. The step bound stops a walk through a
      * circle already on file from running forever.
       01 WS-CHAIN-NUMBER             PIC 9(6) VALUE 0.
       01 WS-CHAIN-STEPS              PIC 9(3) VALUE 0.
       01 WS-CHAIN-LIMIT              PIC 9(3) VALUE 100.

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
           MOVE "SUPVMNT"  TO VS-PROGRAM-NAME.
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

           OPEN OUTPUT SUPV-MAINT-REGISTER.
           OPEN I-O SUPERVISION-MASTER.
           IF WS-SUPERVISION-MASTER-STATUS = "35"
               CLOSE SUPERVISION-MASTER
               OPEN OUTPUT SUPERVISION-MASTER
               CLOSE SUPERVISION-MASTER
               OPEN I-O SUPERVISION-MASTER
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
               CLOSE SUPERVISION-MASTER
               CLOSE SUPV-MAINT-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SUPV-TRANSACTIONS.
           IF WS-SUPV-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-SUPV-TRANSACTIONS-STATUS NOT = "00"
                   READ SUPV-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Supv-Transaction
                   END-READ
               END-PERFORM
               CLOSE SUPV-TRANSACTIONS
           ELSE
               DISPLAY "NO SPVTRAN INPUT - NOTHING TO APPLY:"
                       WS-SUPV-TRANSACTIONS-STATUS
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE SUPERVISION-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE SUPV-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Apply-Supv-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN ST-EMPLOYEE-NUMBER NOT NUMERIC
                   OR ST-EMPLOYEE-NUMBER = 0
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
                   PERFORM Reject-Supv-Transaction
               WHEN ST-TRAN-IS-DELETE
                   PERFORM Delete-Reporting-Line
               WHEN ST-TRAN-IS-ADD OR ST-TRAN-IS-CHANGE
                   PERFORM Check-Reporting-Line
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Supv-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Line
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Supv-Transaction
           END-EVALUATE.

       Delete-Reporting-Line.
           PERFORM Check-No-Direct-Reports.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Supv-Transaction
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-EMPLOYEE-NUMBER TO SV-EMPLOYEE-NUMBER.
           DELETE SUPERVISION-MASTER
               INVALID KEY
                   MOVE "REPORTING LINE NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Supv-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

      * One keyed READ on the supervisor alternate key answers
      * whether anyone still reports to the employee.
       Check-No-Direct-Reports.
           MOVE ST-EMPLOYEE-NUMBER TO SV-SUPERVISOR-NUMBER.
           READ SUPERVISION-MASTER
               KEY IS SV-SUPERVISOR-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "EMPLOYEE STILL HAS REPORTS"
                       TO WS-REJECT-REASON
           END-READ.

       Check-Reporting-Line.
           IF ST-SUPERVISOR-NUMBER NOT NUMERIC
               MOVE "INVALID SUPERVISOR NUMBER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ST-SUPERVISOR-NUMBER = ST-EMPLOYEE-NUMBER
               MOVE "CANNOT REPORT TO SELF" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           PERFORM Find-Live-Employee.
           IF LOOKUP-NOT-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ST-SUPERVISOR-NUMBER = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-SUPERVISOR-NUMBER TO EM-EMPLOYEE-NUMBER.
           PERFORM Find-Live-Employee.
           IF LOOKUP-NOT-FOUND
               MOVE "SUPERVISOR NOT A LIVE EMPLOYEE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Chain-Not-Circular.

       Find-Live-Employee.
           SET LOOKUP-NOT-FOUND TO TRUE.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.

      * Walk up from the new supervisor to the top. Meeting the
      * employee on the way means the employee already sits
      * above the supervisor, and the new line would close the
      * circle.
       Check-Chain-Not-Circular.
           MOVE ST-SUPERVISOR-NUMBER TO WS-CHAIN-NUMBER.
           MOVE 0 TO WS-CHAIN-STEPS.
           SET BROWSE-NOT-DONE TO TRUE.
           PERFORM UNTIL BROWSE-DONE
               ADD 1 TO WS-CHAIN-STEPS
               IF WS-CHAIN-STEPS > WS-CHAIN-LIMIT
                   MOVE "CHAIN ABOVE SUPERVISOR LOOPS"
                       TO WS-REJECT-REASON
                   SET BROWSE-DONE TO TRUE
               ELSE
                   MOVE WS-CHAIN-NUMBER TO SV-EMPLOYEE-NUMBER
                   READ SUPERVISION-MASTER
                       KEY IS SV-EMPLOYEE-NUMBER
                       INVALID KEY
                           SET BROWSE-DONE TO TRUE
                       NOT INVALID KEY
                           MOVE SV-SUPERVISOR-NUMBER
                               TO WS-CHAIN-NUMBER
                   END-READ
                   IF BROWSE-NOT-DONE
                       EVALUATE TRUE
                           WHEN WS-CHAIN-NUMBER = 0
                               SET BROWSE-DONE TO TRUE
                           WHEN WS-CHAIN-NUMBER = ST-EMPLOYEE-NUMBER
                               MOVE "CIRCULAR REPORTING CHAIN"
                                   TO WS-REJECT-REASON
                               SET BROWSE-DONE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       Write-Or-Rewrite-Line.
           MOVE ST-EMPLOYEE-NUMBER   TO SV-EMPLOYEE-NUMBER.
           MOVE ST-SUPERVISOR-NUMBER TO SV-SUPERVISOR-NUMBER.
           IF ST-TRAN-IS-ADD
               WRITE SUPERVISION-MASTER-REC
                   INVALID KEY
                       MOVE "REPORTING LINE ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Supv-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               REWRITE SUPERVISION-MASTER-REC
                   INVALID KEY
                       MOVE "REPORTING LINE NOT ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Supv-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Supv-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E010" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "SUPVMNT" TO EX-PROGRAM-ID.
           STRING "SUPV TRAN REJECTED - " ST-TRAN-CODE
                   " EMPLOYEE:" ST-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" ST-TRAN-CODE
                   " EMPLOYEE:" ST-EMPLOYEE-NUMBER
                   " SUPV:" ST-SUPERVISOR-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE SUPV-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SUPV TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE SUPV-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SUPV TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE SUPV-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SUPV TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE SUPV-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
