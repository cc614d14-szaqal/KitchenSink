       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETELECT.
      * Retirement plan election run over the RETPART participant
      * file (copybooks/RET-PART-REC.cpy) - and the end of keying
      * the employee's deferral as a DEDMAST percent entry. Each
      * RETETRAN transaction enrolls an employee in a RETPLAN plan
      * with a deferral election (a percent of gross or a flat
      * amount each period), changes the election - which also
      * restarts a stopped participant - or stops the deferral.
      * The employee must hold a live PAYMAST pay record and the
      * plan must be on RETPLAN. A participant stays in the plan
      * they enrolled in: the balances held under it are the
      * custodian's, and one employee number carries one plan.
      * Stopping keeps the balances and the year's figures; PAYCALC
      * simply takes nothing more. A participant who has left
      * (EMPTERM has vested them) takes no further election.
      * RETEREG is the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-TRANSACTIONS ASSIGN TO
               "Cobol/data/RETETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-TRANSACTIONS-STATUS.

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

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-MASTER-STATUS.

           SELECT ELECTION-REGISTER ASSIGN TO
               "Cobol/data/RETEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-TRANSACTIONS.
      * One election transaction per line:
      *   Pos  1     RE-TRAN-CODE       X     E=enroll C=change
      *                                       election S=stop
      *   Pos  2- 7  RE-EMPLOYEE-NUMBER 9(6)
      *   Pos  8-10  RE-PLAN-CODE       X(3)
      *   Pos 11     RE-ELECTION-TYPE   X     P=percent of gross
      *                                       F=flat per period;
      *                                       E and C only
      *   Pos 12-18  RE-ELECTION-VALUE  9(5)V99 E and C only
       01 ELECTION-TRANSACTION-REC.
           05 RE-TRAN-CODE            PIC X.
               88 RE-TRAN-IS-ENROLL        VALUE 'E'.
               88 RE-TRAN-IS-CHANGE        VALUE 'C'.
               88 RE-TRAN-IS-STOP          VALUE 'S'.
           05 RE-EMPLOYEE-NUMBER      PIC 9(6).
           05 RE-PLAN-CODE            PIC X(3).
           05 RE-ELECTION-TYPE        PIC X.
               88 RE-ELECTS-PERCENT        VALUE 'P'.
               88 RE-ELECTS-FLAT           VALUE 'F'.
           05 RE-ELECTION-VALUE       PIC 9(5)V99.

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  ELECTION-REGISTER.
       01 ELECTION-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ELECTION-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-ELECTION-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-VALUE-DISPLAY            PIC ZZZZ9.99.
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
           MOVE "RETELECT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: what comes out of someone's pay takes the
      * administrator role, the same bar DEDMAINT sets.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS NOT = "00"
               DISPLAY "RETIREMENT PLAN MASTER NOT AVAILABLE:"
                       WS-RETIREMENT-PLAN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ELECTION-REGISTER.
           PERFORM Open-Participant-Master.
           OPEN INPUT PAY-MASTER.

           OPEN INPUT ELECTION-TRANSACTIONS.
           IF WS-ELECTION-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-ELECTION-TRANSACTIONS-STATUS
                       NOT = "00"
                   READ ELECTION-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Election-Transaction
                   END-READ
               END-PERFORM
               CLOSE ELECTION-TRANSACTIONS
           ELSE
               DISPLAY "NO RETETRAN INPUT - NOTHING TO APPLY:"
                       WS-ELECTION-TRANSACTIONS-STATUS
           END-IF.

           CLOSE PAY-MASTER.
           CLOSE PARTICIPANT-MASTER.
           CLOSE RETIREMENT-PLAN-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE ELECTION-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Participant-Master.
           OPEN I-O PARTICIPANT-MASTER.
           IF WS-PARTICIPANT-MASTER-STATUS = "35"
               CLOSE PARTICIPANT-MASTER
               OPEN OUTPUT PARTICIPANT-MASTER
               CLOSE PARTICIPANT-MASTER
               OPEN I-O PARTICIPANT-MASTER
           END-IF.

       Apply-Election-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RE-TRAN-IS-ENROLL
                   PERFORM Check-Election-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Election-Transaction
                   ELSE
                       PERFORM Apply-Enrollment
                   END-IF
               WHEN RE-TRAN-IS-CHANGE
                   PERFORM Check-Election-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Election-Transaction
                   ELSE
                       PERFORM Apply-Election-Change
                   END-IF
               WHEN RE-TRAN-IS-STOP
                   PERFORM Apply-Deferral-Stop
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Election-Transaction
           END-EVALUATE.

      * A deferral only for someone the pay run still pays, into a
      * plan on file, at a percent no more than the whole of pay.
       Check-Election-Fields.
           MOVE RE-EMPLOYEE-NUMBER TO PM-EMPLOYEE-NUMBER.
           READ PAY-MASTER
               KEY IS PM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NO PAY RECORD ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE NOT = 0
               MOVE "EMPLOYEE FINAL PAY ISSUED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE RE-PLAN-CODE TO RN-PLAN-CODE.
           READ RETIREMENT-PLAN-MASTER
               KEY IS RN-PLAN-CODE
               INVALID KEY
                   MOVE "PLAN NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN NOT RE-ELECTS-PERCENT AND NOT RE-ELECTS-FLAT
                   MOVE "INVALID ELECTION TYPE" TO WS-REJECT-REASON
               WHEN RE-ELECTION-VALUE NOT NUMERIC
                   OR RE-ELECTION-VALUE = 0
                   MOVE "INVALID ELECTION VALUE" TO WS-REJECT-REASON
               WHEN RE-ELECTS-PERCENT AND RE-ELECTION-VALUE > 100
                   MOVE "PERCENT OVER 100" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Apply-Enrollment.
           MOVE RE-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER.
           READ PARTICIPANT-MASTER
               KEY IS RA-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ALREADY A PARTICIPANT" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Election-Transaction
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE PARTICIPANT-MASTER-REC.
           MOVE RE-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER.
           MOVE RE-PLAN-CODE       TO RA-PLAN-CODE.
           SET RA-IS-DEFERRING     TO TRUE.
           MOVE RE-ELECTION-TYPE   TO RA-ELECTION-TYPE.
           MOVE RE-ELECTION-VALUE  TO RA-ELECTION-VALUE.
           MOVE WS-RUN-DATE        TO RA-ENROLL-DATE.
           MOVE WS-RUN-DATE(1:4)   TO RA-LIMIT-YEAR.
           WRITE PARTICIPANT-MASTER-REC
               INVALID KEY
                   MOVE "ALREADY A PARTICIPANT" TO WS-REJECT-REASON
                   PERFORM Reject-Election-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-WRITE.

       Apply-Election-Change.
           PERFORM Read-Participant.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Election-Transaction
               EXIT PARAGRAPH
           END-IF.
           SET RA-IS-DEFERRING     TO TRUE.
           MOVE RE-ELECTION-TYPE   TO RA-ELECTION-TYPE.
           MOVE RE-ELECTION-VALUE  TO RA-ELECTION-VALUE.
           REWRITE PARTICIPANT-MASTER-REC
               INVALID KEY
                   MOVE "NOT A PARTICIPANT" TO WS-REJECT-REASON
                   PERFORM Reject-Election-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-REWRITE.

       Apply-Deferral-Stop.
           PERFORM Read-Participant.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Election-Transaction
               EXIT PARAGRAPH
           END-IF.
           SET RA-IS-STOPPED TO TRUE.
           REWRITE PARTICIPANT-MASTER-REC
               INVALID KEY
                   MOVE "NOT A PARTICIPANT" TO WS-REJECT-REASON
                   PERFORM Reject-Election-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-REWRITE.

      * Change and stop act on the participant's own plan only.
       Read-Participant.
           MOVE RE-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER.
           READ PARTICIPANT-MASTER
               KEY IS RA-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NOT A PARTICIPANT" TO WS-REJECT-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN RA-PLAN-CODE NOT = RE-PLAN-CODE
                   MOVE "PARTICIPANT IN ANOTHER PLAN"
                       TO WS-REJECT-REASON
               WHEN RA-HAS-LEFT
                   MOVE "PARTICIPANT HAS LEFT" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Election-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P034" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RETELECT" TO EX-PROGRAM-ID.
           STRING "RET ELECTION REJECTED - EMPLOYEE:"
                   RE-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           IF RE-ELECTION-VALUE NUMERIC
               MOVE RE-ELECTION-VALUE TO WS-VALUE-DISPLAY
           ELSE
               MOVE 0 TO WS-VALUE-DISPLAY
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " RE-TRAN-CODE
                   " EMP:" RE-EMPLOYEE-NUMBER
                   " PLAN:" RE-PLAN-CODE
                   " " RE-ELECTION-TYPE WS-VALUE-DISPLAY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ELECTION-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ELECTION TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ELECTION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ELECTION TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ELECTION-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ELECTION TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ELECTION-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
