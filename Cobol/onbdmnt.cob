       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDMNT.
      * Maintains the ONBDTRK onboarding trackers (copybooks/
      * ONBD-TRACK-REC.cpy) from an ONBDTRAN batch, the JOBMNT
      * transaction-register pattern. ONBOARDW opens the trackers
      * and ONBDCHK marks items complete as they turn up on file;
      * this is how HR settles the items that never will:
      *   W - waive setup item 1-6: paid by check (3), no
      *       deductions (2), no system user id (6) and the like
      *   R - reinstate a waived item as outstanding; a completed
      *       tracker opens again
      *   C - close the tracker - the new hire never started, or
      *       HR is tracking the rest by hand
      * An item already found on file is not waived or reinstated
      * - ONBDCHK's finding stands. A tracker that is closed takes
      * no further transactions; a rehire opens it afresh.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARD-TRANSACTIONS ASSIGN TO
               "Cobol/data/ONBDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-TRANSACTIONS-STATUS.

           SELECT TRACKER-MASTER ASSIGN TO "Cobol/data/ONBDTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-EMPLOYEE-NUMBER
               FILE STATUS IS WS-TRACKER-MASTER-STATUS.

           SELECT ONBOARD-MAINT-REGISTER ASSIGN TO
               "Cobol/data/ONBDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     OX-TRAN-CODE       X     W=waive R=reinstate
      *                                       C=close tracker
      *   Pos  2- 7  OX-EMPLOYEE-NUMBER 9(6)
      *   Pos  8     OX-ITEM-NUMBER     9     Setup item 1-6 (W/R)
       01 ONBOARD-TRANSACTION-REC.
           05 OX-TRAN-CODE            PIC X.
               88 OX-TRAN-IS-WAIVE         VALUE 'W'.
               88 OX-TRAN-IS-REINSTATE     VALUE 'R'.
               88 OX-TRAN-IS-CLOSE         VALUE 'C'.
           05 OX-EMPLOYEE-NUMBER      PIC 9(6).
           05 OX-ITEM-NUMBER          PIC 9.

       FD  TRACKER-MASTER.
       01 TRACKER-MASTER-REC.
           COPY ONBD-TRACK-REC.

       FD  ONBOARD-MAINT-REGISTER.
       01 ONBOARD-MAINT-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ONBOARD-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-TRACKER-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ONBOARD-REGISTER-STATUS  PIC XX VALUE "00".

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
           MOVE "ONBDMNT"  TO VS-PROGRAM-NAME.
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

      * Least-privilege: tracker maintenance is an update function
      * - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ONBOARD-MAINT-REGISTER.
           PERFORM Open-Tracker-Master.

           OPEN INPUT ONBOARD-TRANSACTIONS.
           IF WS-ONBOARD-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-ONBOARD-TRANSACTIONS-STATUS NOT = "00"
                   READ ONBOARD-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Onboard-Transaction
                   END-READ
               END-PERFORM
               CLOSE ONBOARD-TRANSACTIONS
           ELSE
               DISPLAY "NO ONBDTRAN INPUT - NOTHING TO APPLY:"
                       WS-ONBOARD-TRANSACTIONS-STATUS
           END-IF.

           CLOSE TRACKER-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE ONBOARD-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Tracker-Master.
           OPEN I-O TRACKER-MASTER.
           IF WS-TRACKER-MASTER-STATUS = "35"
               CLOSE TRACKER-MASTER
               OPEN OUTPUT TRACKER-MASTER
               CLOSE TRACKER-MASTER
               OPEN I-O TRACKER-MASTER
           END-IF.

       Apply-Onboard-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT OX-TRAN-IS-WAIVE
                       AND NOT OX-TRAN-IS-REINSTATE
                       AND NOT OX-TRAN-IS-CLOSE
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
               WHEN OX-EMPLOYEE-NUMBER NOT NUMERIC
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               WHEN OX-TRAN-IS-CLOSE
                   CONTINUE
               WHEN OX-ITEM-NUMBER NOT NUMERIC
                       OR OX-ITEM-NUMBER < 1
                       OR OX-ITEM-NUMBER > 6
                   MOVE "INVALID SETUP ITEM NUMBER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Onboard-Transaction
               EXIT PARAGRAPH
           END-IF.

           MOVE OX-EMPLOYEE-NUMBER TO OB-EMPLOYEE-NUMBER.
           READ TRACKER-MASTER
               KEY IS OB-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NO ONBOARDING TRACKER ON FILE"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
               AND OB-TRACK-IS-CLOSED
               MOVE "TRACKER ALREADY CLOSED" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Onboard-Transaction
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN OX-TRAN-IS-WAIVE
                   PERFORM Waive-Setup-Item
               WHEN OX-TRAN-IS-REINSTATE
                   PERFORM Reinstate-Setup-Item
               WHEN OX-TRAN-IS-CLOSE
                   SET OB-TRACK-IS-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO OB-CLOSED-DATE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Onboard-Transaction
               EXIT PARAGRAPH
           END-IF.

           REWRITE TRACKER-MASTER-REC
               INVALID KEY
                   MOVE "NO ONBOARDING TRACKER ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Onboard-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-REWRITE.

      * Waiving the last outstanding item completes the tracker
      * here rather than waiting for the next ONBDCHK run.
       Waive-Setup-Item.
           EVALUATE TRUE
               WHEN OB-ITEM-IS-ON-FILE(OX-ITEM-NUMBER)
                   MOVE "ITEM ALREADY ON FILE" TO WS-REJECT-REASON
               WHEN OB-ITEM-IS-WAIVED(OX-ITEM-NUMBER)
                   MOVE "ITEM ALREADY WAIVED" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'W' TO OB-ITEM-STATUS(OX-ITEM-NUMBER)
                   MOVE WS-RUN-DATE TO OB-ITEM-DATE(OX-ITEM-NUMBER)
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               AND OB-ITEM-IS-DONE(1) AND OB-ITEM-IS-DONE(2)
               AND OB-ITEM-IS-DONE(3) AND OB-ITEM-IS-DONE(4)
               AND OB-ITEM-IS-DONE(5) AND OB-ITEM-IS-DONE(6)
               SET OB-TRACK-IS-COMPLETE TO TRUE
               MOVE WS-RUN-DATE TO OB-CLOSED-DATE
           END-IF.

       Reinstate-Setup-Item.
           IF NOT OB-ITEM-IS-WAIVED(OX-ITEM-NUMBER)
               MOVE "ITEM NOT WAIVED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO OB-ITEM-STATUS(OX-ITEM-NUMBER).
           MOVE 0 TO OB-ITEM-DATE(OX-ITEM-NUMBER).
           SET OB-TRACK-IS-OPEN TO TRUE.
           MOVE 0 TO OB-CLOSED-DATE.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Onboard-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "N001" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ONBDMNT" TO EX-PROGRAM-ID.
           STRING "ONBOARD TRAN REJECTED - " OX-TRAN-CODE
                   " " OX-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" OX-TRAN-CODE
                   " EMPLOYEE:" OX-EMPLOYEE-NUMBER
                   " ITEM:" OX-ITEM-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ONBOARD-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ONBOARD TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ONBOARD-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ONBOARD TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ONBOARD-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ONBOARD TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ONBOARD-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
