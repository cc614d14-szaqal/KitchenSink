       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.
      * Analyst disposition of the cash-surveillance cases CASHSURV
      * raises on the CASEMAST case master (copybooks/
      * CASE-MASTER-REC.cpy). Each CASETRAN transaction disposes
      * of one open case: 'F' filed with the regulator, the note
      * carrying the filing reference, or 'C' cleared, the note
      * carrying why. The note is required either way. The signed-
      * on operator is recorded as the analyst with the date; a
      * disposed case is final - CASHSURV never reopens or
      * re-reports it, and fresh postings raise a case of their
      * own. The run signs on like every update program and
      * inquiry-only operators stop; CASEREG is the register and
      * rejects log to the exception log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-TRANSACTIONS ASSIGN TO "Cobol/data/CASETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-TRANSACTIONS-STATUS.

           SELECT CASE-MASTER ASSIGN TO "Cobol/data/CASEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NUMBER
               FILE STATUS IS WS-CASE-MASTER-STATUS.

           SELECT CASE-REGISTER ASSIGN TO "Cobol/data/CASEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-TRANSACTIONS.
      * One disposition per line:
      *   Pos  1- 7  CT-CASE-NUMBER    9(7)
      *   Pos  8     CT-DISPOSITION    X         F=filed C=cleared
      *   Pos  9-38  CT-NOTE           X(30)     Filing reference
      *                                          or reason cleared
       01 CASE-TRANSACTION-REC.
           05 CT-CASE-NUMBER          PIC 9(7).
           05 CT-DISPOSITION          PIC X.
               88 CT-DISPOSITION-IS-VALID  VALUE 'F' 'C'.
           05 CT-NOTE                 PIC X(30).

       FD  CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY CASE-MASTER-REC.

       FD  CASE-REGISTER.
       01 CASE-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASE-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-CASE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-CASE-REGISTER-STATUS     PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
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
           MOVE "CASEMNT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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

      * Least-privilege: disposing of a compliance case is an
      * update function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CASE-MASTER.
           IF WS-CASE-MASTER-STATUS NOT = "00"
               DISPLAY "CASE MASTER NOT AVAILABLE:"
                       WS-CASE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CASE-REGISTER.

           OPEN INPUT CASE-TRANSACTIONS.
           IF WS-CASE-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-CASE-TRANSACTIONS-STATUS NOT = "00"
                   READ CASE-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Case-Transaction
                   END-READ
               END-PERFORM
               CLOSE CASE-TRANSACTIONS
           ELSE
               DISPLAY "NO CASETRAN INPUT - NOTHING TO APPLY:"
                       WS-CASE-TRANSACTIONS-STATUS
           END-IF.

           CLOSE CASE-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE CASE-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Apply-Case-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CT-CASE-NUMBER NOT NUMERIC
               MOVE "CASE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM Reject-Case-Transaction
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-CASE-NUMBER TO CS-CASE-NUMBER.
           READ CASE-MASTER
               KEY IS CS-CASE-NUMBER
               INVALID KEY
                   MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN CS-CASE-IS-DISPOSED
                   MOVE "CASE ALREADY DISPOSED"
                       TO WS-REJECT-REASON
               WHEN NOT CT-DISPOSITION-IS-VALID
                   MOVE "INVALID DISPOSITION CODE"
                       TO WS-REJECT-REASON
               WHEN CT-NOTE = SPACES
                   MOVE "NOTE REQUIRED - FILING OR WHY"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Case-Transaction
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-DISPOSITION TO CS-STATUS.
           MOVE WS-RUN-DATE TO CS-DISPOSED-DATE.
           MOVE WS-OPERATOR-ID TO CS-ANALYST-ID.
           MOVE CT-NOTE TO CS-DISPOSITION-NOTE.
           REWRITE CASE-MASTER-REC
               INVALID KEY
                   MOVE "CASE NOT REWRITTEN" TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Case-Transaction
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Case-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A017" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "CASEMNT" TO EX-PROGRAM-ID.
           STRING "CASE TRAN REJECTED - " CT-CASE-NUMBER
                   " " CT-DISPOSITION
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " CT-CASE-NUMBER
                   " " CT-DISPOSITION
                   " " CT-NOTE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CASE-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CASE TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CASE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CASE TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CASE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CASE TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CASE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
