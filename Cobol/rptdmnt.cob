       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDMNT.
      * Maintains the RPTDIST report distribution master
      * (copybooks/RPT-DIST-REC.cpy, keyed by report id and
      * recipient) from a batch of Add/Change/Delete
      * transactions, the transaction-register pattern GLMAPMNT
      * applies to the ledger mappings. A transaction with a
      * blank recipient is the report's own definition - what it
      * is and the days RPTSTORE keeps each stored copy - and
      * must come first: a recipient can only be added to a
      * report that is defined, and a definition cannot be
      * deleted while recipients still take the report. A
      * recipient line names the department or desk, where the
      * bundle goes and how many copies; zero copies means one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TRANSACTIONS ASSIGN TO
               "Cobol/data/RDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-TRANSACTIONS-STATUS.

           SELECT DISTRIBUTION-MASTER ASSIGN TO
               "Cobol/data/RPTDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-DIST-KEY
               ALTERNATE RECORD KEY IS RD-RECIPIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-DISTRIBUTION-MASTER-STATUS.

           SELECT DIST-REGISTER ASSIGN TO "Cobol/data/RDMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TRANSACTIONS.
      * One distribution transaction per line:
      *   Pos  1     DT-TRAN-CODE       X      A=add C=change
      *                                        D=delete
      *   Pos  2- 9  DT-REPORT-ID       X(8)   Report id
      *   Pos 10-17  DT-RECIPIENT       X(8)   Spaces=definition
      *   Pos 18-47  DT-DESCRIPTION     X(30)  Report description
      *                                        or recipient name
      *   Pos 48-67  DT-DELIVER-TO      X(20)  Recipient location
      *   Pos 68-69  DT-COPIES          9(2)   Recipient copies
      *   Pos 70-73  DT-RETAIN-DAYS     9(4)   Definition days
       01 DIST-TRANSACTION-REC.
           05 DT-TRAN-CODE            PIC X.
               88 DT-TRAN-IS-ADD           VALUE 'A'.
               88 DT-TRAN-IS-CHANGE        VALUE 'C'.
               88 DT-TRAN-IS-DELETE        VALUE 'D'.
           05 DT-DIST-KEY.
               10 DT-REPORT-ID        PIC X(8).
               10 DT-RECIPIENT        PIC X(8).
                   88 DT-IS-DEFINITION         VALUE SPACES.
           05 DT-DESCRIPTION          PIC X(30).
           05 DT-DELIVER-TO           PIC X(20).
           05 DT-COPIES               PIC 9(2).
           05 DT-RETAIN-DAYS          PIC 9(4).

       FD  DISTRIBUTION-MASTER.
       01 DISTRIBUTION-MASTER-REC.
           COPY RPT-DIST-REC.

       FD  DIST-REGISTER.
       01 DIST-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DIST-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-DISTRIBUTION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-DIST-REGISTER-STATUS     PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-DIST-ERROR-SWITCH        PIC X VALUE 'N'.
           88 DIST-IS-BAD                  VALUE 'Y'.
           88 DIST-IS-GOOD                 VALUE 'N'.
       01 WS-RECIPIENT-SWITCH         PIC X VALUE 'N'.
           88 RECIPIENTS-ON-FILE           VALUE 'Y'.
           88 NO-RECIPIENTS-ON-FILE        VALUE 'N'.

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
           MOVE "RPTDMNT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: who receives what is an update function -
      * inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DIST-REGISTER.
           PERFORM Open-Distribution-Master.

           OPEN INPUT DIST-TRANSACTIONS.
           IF WS-DIST-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-DIST-TRANSACTIONS-STATUS NOT = "00"
                   READ DIST-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Dist-Transaction
                   END-READ
               END-PERFORM
               CLOSE DIST-TRANSACTIONS
           ELSE
               DISPLAY "NO RDTRAN INPUT - NOTHING TO APPLY:"
                       WS-DIST-TRANSACTIONS-STATUS
           END-IF.

           CLOSE DISTRIBUTION-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE DIST-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-Distribution-Master.
           OPEN I-O DISTRIBUTION-MASTER.
           IF WS-DISTRIBUTION-MASTER-STATUS = "35"
               CLOSE DISTRIBUTION-MASTER
               OPEN OUTPUT DISTRIBUTION-MASTER
               CLOSE DISTRIBUTION-MASTER
               OPEN I-O DISTRIBUTION-MASTER
           END-IF.

       Apply-Dist-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN DT-REPORT-ID = SPACES
                   MOVE "REPORT ID REQUIRED" TO WS-REJECT-REASON
                   PERFORM Reject-Dist-Transaction
               WHEN DT-TRAN-IS-ADD
                   PERFORM Apply-Dist-Add
               WHEN DT-TRAN-IS-CHANGE
                   PERFORM Apply-Dist-Change
               WHEN DT-TRAN-IS-DELETE
                   PERFORM Apply-Dist-Delete
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Dist-Transaction
           END-EVALUATE.

      * A definition must say how long a copy is kept; a recipient
      * must belong to a defined report.
       Check-Dist-Details.
           SET DIST-IS-GOOD TO TRUE.
           EVALUATE TRUE
               WHEN DT-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION REQUIRED" TO WS-REJECT-REASON
               WHEN DT-IS-DEFINITION
                   AND (DT-RETAIN-DAYS NOT NUMERIC
                        OR DT-RETAIN-DAYS = 0)
                   MOVE "RETENTION DAYS REQUIRED" TO WS-REJECT-REASON
               WHEN NOT DT-IS-DEFINITION
                   AND DT-COPIES NOT NUMERIC
                   MOVE "INVALID COPIES" TO WS-REJECT-REASON
               WHEN NOT DT-IS-DEFINITION
                   AND DT-DELIVER-TO = SPACES
                   MOVE "DELIVERY LOCATION REQUIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               AND NOT DT-IS-DEFINITION
               MOVE DT-REPORT-ID TO RD-REPORT-ID
               MOVE SPACES TO RD-RECIPIENT
               READ DISTRIBUTION-MASTER
                   KEY IS RD-DIST-KEY
                   INVALID KEY
                       MOVE "REPORT NOT DEFINED" TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               SET DIST-IS-BAD TO TRUE
           END-IF.

       Move-Details-To-Dist.
           MOVE DT-DESCRIPTION TO RD-DESCRIPTION.
           IF DT-IS-DEFINITION
               MOVE SPACES TO RD-DELIVER-TO
               MOVE 0 TO RD-COPIES
               MOVE DT-RETAIN-DAYS TO RD-RETAIN-DAYS
           ELSE
               MOVE DT-DELIVER-TO TO RD-DELIVER-TO
               MOVE DT-COPIES TO RD-COPIES
               IF RD-COPIES = 0
                   MOVE 1 TO RD-COPIES
               END-IF
               MOVE 0 TO RD-RETAIN-DAYS
           END-IF.

       Apply-Dist-Add.
           PERFORM Check-Dist-Details.
           IF DIST-IS-BAD
               PERFORM Reject-Dist-Transaction
           ELSE
               MOVE DT-DIST-KEY TO RD-DIST-KEY
               PERFORM Move-Details-To-Dist
               WRITE DISTRIBUTION-MASTER-REC
                   INVALID KEY
                       MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Dist-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

       Apply-Dist-Change.
           PERFORM Check-Dist-Details.
           IF DIST-IS-BAD
               PERFORM Reject-Dist-Transaction
           ELSE
               MOVE DT-DIST-KEY TO RD-DIST-KEY
               READ DISTRIBUTION-MASTER
                   KEY IS RD-DIST-KEY
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Dist-Transaction
                   NOT INVALID KEY
                       PERFORM Move-Details-To-Dist
                       REWRITE DISTRIBUTION-MASTER-REC
                       PERFORM Register-Applied-Transaction
               END-READ
           END-IF.

       Apply-Dist-Delete.
           IF DT-IS-DEFINITION
               PERFORM Check-For-Recipients
               IF RECIPIENTS-ON-FILE
                   MOVE "RECIPIENTS STILL ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Dist-Transaction
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE DT-DIST-KEY TO RD-DIST-KEY.
           DELETE DISTRIBUTION-MASTER RECORD
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Dist-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

      * The recipients sort straight after the definition record.
       Check-For-Recipients.
           SET NO-RECIPIENTS-ON-FILE TO TRUE.
           MOVE DT-REPORT-ID TO RD-REPORT-ID.
           MOVE SPACES TO RD-RECIPIENT.
           START DISTRIBUTION-MASTER KEY IS GREATER THAN RD-DIST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ DISTRIBUTION-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF RD-REPORT-ID = DT-REPORT-ID
                       SET RECIPIENTS-ON-FILE TO TRUE
                   END-IF
           END-READ.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Dist-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "R003" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RPTDMNT" TO EX-PROGRAM-ID.
           STRING "RPTDIST TRAN REJECTED - KEY:" DT-DIST-KEY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" DT-TRAN-CODE
                   " REPORT:" DT-REPORT-ID
                   " TO:" DT-RECIPIENT
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO DIST-REGISTER-LINE.
           WRITE DIST-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RPTDIST TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO DIST-REGISTER-LINE.
           WRITE DIST-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RPTDIST TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO DIST-REGISTER-LINE.
           WRITE DIST-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RPTDIST TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO DIST-REGISTER-LINE.
           WRITE DIST-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
