       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
      * Maintains the GARNMAST court-ordered garnishment master
      * (copybooks/GARN-ORDER-REC.cpy, keyed by employee,
      * priority and case number) from a batch of Add/Change/
      * Delete transactions, the transaction-register pattern
      * TAXMAINT applies to the withholding tables. An Add opens
      * the order with its whole amount owed; a Change corrects
      * the payee, amount or total, and the balance follows the
      * total less what has already been taken - a total below
      * what is already paid is refused. A Delete vacates the
      * order rather than erasing it: a court order that was
      * ever on file stays on file, with the date it stopped.
      * The priority is part of the key, so re-ranking an order
      * is a vacate and a fresh Add under the new priority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARN-TRANSACTIONS ASSIGN TO
               "Cobol/data/GARNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-TRANSACTIONS-STATUS.

           SELECT GARN-MASTER ASSIGN TO "Cobol/data/GARNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-GARN-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT GARN-MAINT-REGISTER ASSIGN TO
               "Cobol/data/GARNMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARN-TRANSACTIONS.
      * One garnishment transaction per line:
      *   Pos  1     GT-TRAN-CODE       X        A=add C=change
      *                                          D=delete (vacate)
      *   Pos  2- 7  GT-EMPLOYEE-NUMBER 9(6)
      *   Pos  8- 9  GT-PRIORITY        9(2)     01-99
      *   Pos 10-21  GT-CASE-NUMBER     X(12)
      *   Pos 22-41  GT-PAYEE           X(20)
      *   Pos 42     GT-AMOUNT-TYPE     X        F/P
      *   Pos 43-49  GT-AMOUNT-VALUE    9(5)V99
      *   Pos 50-58  GT-TOTAL-OWED      9(7)V99
       01 GARN-TRANSACTION-REC.
           05 GT-TRAN-CODE            PIC X.
               88 GT-TRAN-IS-ADD           VALUE 'A'.
               88 GT-TRAN-IS-CHANGE        VALUE 'C'.
               88 GT-TRAN-IS-DELETE        VALUE 'D'.
           05 GT-ORDER-KEY.
               10 GT-EMPLOYEE-NUMBER  PIC 9(6).
               10 GT-PRIORITY         PIC 9(2).
               10 GT-CASE-NUMBER      PIC X(12).
           05 GT-PAYEE                PIC X(20).
           05 GT-AMOUNT-TYPE          PIC X.
               88 GT-AMOUNT-IS-FLAT        VALUE 'F'.
               88 GT-AMOUNT-IS-PERCENT     VALUE 'P'.
           05 GT-AMOUNT-VALUE         PIC 9(5)V99.
           05 GT-TOTAL-OWED           PIC 9(7)V99.

       FD  GARN-MASTER.
       01 GARN-MASTER-REC.
           COPY GARN-ORDER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  GARN-MAINT-REGISTER.
       01 GARN-MAINT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GARN-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-GARN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-GARN-MAINT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.

       01 WS-ORDER-ERROR-SWITCH       PIC X VALUE 'N'.
           88 ORDER-IS-BAD                 VALUE 'Y'.
           88 ORDER-IS-GOOD                VALUE 'N'.

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
           MOVE "GARNMNT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: court orders move pay out of the
      * paycheck - administrator role, the PAYMAINT bar.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GARN-MAINT-REGISTER.
           PERFORM Open-Garn-Master.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN INPUT GARN-TRANSACTIONS.
           IF WS-GARN-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-GARN-TRANSACTIONS-STATUS NOT = "00"
                   READ GARN-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Garn-Transaction
                   END-READ
               END-PERFORM
               CLOSE GARN-TRANSACTIONS
           ELSE
               DISPLAY "NO GARNTRAN INPUT - NOTHING TO APPLY:"
                       WS-GARN-TRANSACTIONS-STATUS
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE GARN-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE GARN-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-Garn-Master.
           OPEN I-O GARN-MASTER.
           IF WS-GARN-MASTER-STATUS = "35"
               CLOSE GARN-MASTER
               OPEN OUTPUT GARN-MASTER
               CLOSE GARN-MASTER
               OPEN I-O GARN-MASTER
           END-IF.

       Apply-Garn-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN GT-TRAN-IS-ADD
                   PERFORM Apply-Garn-Add
               WHEN GT-TRAN-IS-CHANGE
                   PERFORM Apply-Garn-Change
               WHEN GT-TRAN-IS-DELETE
                   PERFORM Apply-Garn-Delete
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Garn-Transaction
           END-EVALUATE.

      * What PAYCALC needs to take an order at all: somebody to
      * pay, a flat amount or a percent it can price, and a
      * total to draw down. A percent over 100 could never be
      * taken and is a keying slip.
       Check-Order-Details.
           SET ORDER-IS-GOOD TO TRUE.
           EVALUATE TRUE
               WHEN GT-PRIORITY NOT NUMERIC OR GT-PRIORITY = 0
                   MOVE "PRIORITY NOT 01-99" TO WS-REJECT-REASON
               WHEN GT-CASE-NUMBER = SPACES
                   MOVE "CASE NUMBER REQUIRED" TO WS-REJECT-REASON
               WHEN GT-PAYEE = SPACES
                   MOVE "PAYEE REQUIRED" TO WS-REJECT-REASON
               WHEN NOT GT-AMOUNT-IS-FLAT AND NOT GT-AMOUNT-IS-PERCENT
                   MOVE "INVALID AMOUNT TYPE" TO WS-REJECT-REASON
               WHEN GT-AMOUNT-VALUE NOT NUMERIC
                   OR GT-AMOUNT-VALUE = 0
                   MOVE "AMOUNT REQUIRED" TO WS-REJECT-REASON
               WHEN GT-AMOUNT-IS-PERCENT AND GT-AMOUNT-VALUE > 100
                   MOVE "PERCENT OVER 100" TO WS-REJECT-REASON
               WHEN GT-TOTAL-OWED NOT NUMERIC OR GT-TOTAL-OWED = 0
                   MOVE "TOTAL OWED REQUIRED" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               SET ORDER-IS-BAD TO TRUE
           END-IF.

       Move-Details-To-Order.
           MOVE GT-PAYEE         TO GO-PAYEE.
           MOVE GT-AMOUNT-TYPE   TO GO-AMOUNT-TYPE.
           MOVE GT-AMOUNT-VALUE  TO GO-AMOUNT-VALUE.
           MOVE GT-TOTAL-OWED    TO GO-TOTAL-OWED.

       Apply-Garn-Add.
           PERFORM Check-Order-Details.
           IF ORDER-IS-GOOD
               MOVE GT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER"
                           TO WS-REJECT-REASON
                       SET ORDER-IS-BAD TO TRUE
               END-READ
           END-IF.
           IF ORDER-IS-BAD
               PERFORM Reject-Garn-Transaction
           ELSE
               MOVE GT-ORDER-KEY TO GO-ORDER-KEY
               PERFORM Move-Details-To-Order
               MOVE GT-TOTAL-OWED TO GO-BALANCE
               MOVE 0             TO GO-PAID-TO-DATE
               MOVE 'A'           TO GO-STATUS
               MOVE WS-RUN-DATE   TO GO-OPEN-DATE
               MOVE 0             TO GO-CLOSE-DATE
               WRITE GARN-MASTER-REC
                   INVALID KEY
                       MOVE "ORDER ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Garn-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           END-IF.

      * The balance is always the total less what has been taken,
      * so a corrected total reopens a closed order that still
      * has money owing, and closes one that is now satisfied.
       Apply-Garn-Change.
           PERFORM Check-Order-Details.
           IF ORDER-IS-BAD
               PERFORM Reject-Garn-Transaction
           ELSE
               MOVE GT-ORDER-KEY TO GO-ORDER-KEY
               READ GARN-MASTER
                   KEY IS GO-ORDER-KEY
                   INVALID KEY
                       MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
                       PERFORM Reject-Garn-Transaction
                   NOT INVALID KEY
                       PERFORM Change-Order-On-File
               END-READ
           END-IF.

       Change-Order-On-File.
           EVALUATE TRUE
               WHEN GO-ORDER-IS-VACATED
                   MOVE "ORDER IS VACATED" TO WS-REJECT-REASON
                   PERFORM Reject-Garn-Transaction
               WHEN GT-TOTAL-OWED < GO-PAID-TO-DATE
                   MOVE "TOTAL BELOW AMOUNT PAID" TO WS-REJECT-REASON
                   PERFORM Reject-Garn-Transaction
               WHEN OTHER
                   PERFORM Move-Details-To-Order
                   COMPUTE GO-BALANCE = GO-TOTAL-OWED - GO-PAID-TO-DATE
                   IF GO-BALANCE = 0
                       MOVE 'C' TO GO-STATUS
                       MOVE WS-RUN-DATE TO GO-CLOSE-DATE
                   ELSE
                       MOVE 'A' TO GO-STATUS
                       MOVE 0 TO GO-CLOSE-DATE
                   END-IF
                   REWRITE GARN-MASTER-REC
                   PERFORM Register-Applied-Transaction
           END-EVALUATE.

       Apply-Garn-Delete.
           MOVE GT-ORDER-KEY TO GO-ORDER-KEY.
           READ GARN-MASTER
               KEY IS GO-ORDER-KEY
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Garn-Transaction
               NOT INVALID KEY
                   IF GO-ORDER-IS-VACATED
                       MOVE "ORDER ALREADY VACATED"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Garn-Transaction
                   ELSE
                       MOVE 'V' TO GO-STATUS
                       MOVE WS-RUN-DATE TO GO-CLOSE-DATE
                       REWRITE GARN-MASTER-REC
                       PERFORM Register-Applied-Transaction
                   END-IF
           END-READ.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Garn-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P012" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "GARNMNT" TO EX-PROGRAM-ID.
           STRING "GARN TRAN REJECTED - EMPLOYEE:" GT-EMPLOYEE-NUMBER
                   " CASE:" GT-CASE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " CODE:" GT-TRAN-CODE
                   " EMPLOYEE:" GT-EMPLOYEE-NUMBER
                   " CASE:" GT-CASE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GARN-MAINT-REGISTER-LINE.
           WRITE GARN-MAINT-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GARN TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GARN-MAINT-REGISTER-LINE.
           WRITE GARN-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GARN TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GARN-MAINT-REGISTER-LINE.
           WRITE GARN-MAINT-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GARN TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO GARN-MAINT-REGISTER-LINE.
           WRITE GARN-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
