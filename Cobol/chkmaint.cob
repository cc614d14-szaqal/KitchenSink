      * the check it replaces - so a reissued paycheck is two
      * linked register records, not a typed check nobody ever
      * recorded. Every disposition prints on the CHKMREG
      * register. A void is dated, so the next POSPAY positive-pay
      * transmission tells the bank to stop honoring the check.
      * A REMITRUN remittance check reissues to the same
      * third-party payee it was cut to.
      * A replacement pays the same period as the check it voids,
      * so the PAYDUPS audit counts the pair as one payment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-NEW-CHECK-NUMBER         PIC 9(6) VALUE 0.
       01 WS-HELD-EMPLOYEE            PIC 9(6) VALUE 0.
       01 WS-HELD-AMOUNT              PIC 9(5)V99 VALUE 0.
       01 WS-HELD-PAYEE               PIC 9(6) VALUE 0.
       01 WS-HELD-PERIOD              PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CHKMAINT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           ELSE
               MOVE CK-EMPLOYEE-NUMBER TO WS-HELD-EMPLOYEE
               MOVE CK-AMOUNT          TO WS-HELD-AMOUNT
               MOVE 0                  TO WS-HELD-PAYEE
               IF CK-PAYEE-NUMBER NUMERIC
                   MOVE CK-PAYEE-NUMBER TO WS-HELD-PAYEE
               END-IF
               MOVE 0                  TO WS-HELD-PERIOD
               IF CK-PAY-PERIOD NUMERIC
                   MOVE CK-PAY-PERIOD TO WS-HELD-PERIOD
               END-IF
               MOVE 'V' TO CK-STATUS
               MOVE WS-RUN-DATE TO CK-VOID-DATE
               REWRITE CHECK-REGISTER-REC
               MOVE "VOIDED" TO WS-DISPOSITION
               PERFORM Write-Register-Detail
               END-IF
           END-IF.

      * The replacement carries the voided check's employee (or
      * remittance payee) and amount and points back at it - the
      * audit trail reads in both directions.
       Issue-Replacement-Check.
           MOVE 'N' TO WS-CHECK-REQUEST-CODE.
           CALL "CHKNBR" USING WS-CHECK-REQUEST-CODE
           MOVE WS-RUN-DATE         TO CK-ISSUE-DATE.
           MOVE 'I'                 TO CK-STATUS.
           MOVE CT-CHECK-NUMBER     TO CK-REPLACES.
           MOVE 0                   TO CK-VOID-DATE.
           MOVE 0                   TO CK-PP-ISSUE-SENT.
           MOVE 0                   TO CK-PP-VOID-SENT.
           MOVE WS-HELD-PAYEE       TO CK-PAYEE-NUMBER.
           MOVE WS-HELD-PERIOD      TO CK-PAY-PERIOD.
           WRITE CHECK-REGISTER-REC
               INVALID KEY
                   MOVE "REPLACEMENT NUMBER COLLISION"
