       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
      * Daily positive-pay transmission to the bank. Every check
      * CHECKPRT or a CHKMAINT reissue puts on the CHECKREG
      * register, and every check CHKMAINT voids, goes to the bank
      * on the POSPAY issue file (copybooks/POS-PAY-REC.cpy) -
      * check number, amount, issue date and payee - inside a
      * header and a trailer carrying the count and amount
      * totals, so the bank honors only checks we actually cut.
      * What has been sent is dated on the register record
      * itself (CK-PP-ISSUE-SENT, CK-PP-VOID-SENT), so each run
      * sends everything not yet sent: a day the job did not run
      * is caught up on the next rather than skipped. The file is
      * written complete before any register record is marked,
      * and each transmission is then logged to the POSPTREG
      * transmission register - number, date, time, counts and
      * amounts - which is how we prove what went and when.
      * POSPREG lists every check sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "Cobol/data/POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-FILE-STATUS.

      * Transmission register: one line per file ever sent.
           SELECT TRANSMISSION-REGISTER ASSIGN TO
               "Cobol/data/POSPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMISSION-REGISTER-STATUS.

           SELECT POSPAY-REPORT ASSIGN TO "Cobol/data/POSPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  POSPAY-FILE.
       01 POSPAY-FILE-REC             PIC X(53).

       FD  TRANSMISSION-REGISTER.
      * Pos  1- 6  TR-TRANS-NUMBER  9(6)     Transmission sequence
      * Pos  7-14  TR-SENT-DATE     9(8)     YYYYMMDD
      * Pos 15-20  TR-SENT-TIME     9(6)     HHMMSS
      * Pos 21-26  TR-ISSUE-COUNT   9(6)
      * Pos 27-37  TR-ISSUE-AMOUNT  9(9)V99
      * Pos 38-43  TR-VOID-COUNT    9(6)
      * Pos 44-54  TR-VOID-AMOUNT   9(9)V99
       01 TRANSMISSION-REGISTER-REC.
           05 TR-TRANS-NUMBER         PIC 9(6).
           05 TR-SENT-DATE            PIC 9(8).
           05 TR-SENT-TIME            PIC 9(6).
           05 TR-ISSUE-COUNT          PIC 9(6).
           05 TR-ISSUE-AMOUNT         PIC 9(9)V99.
           05 TR-VOID-COUNT           PIC 9(6).
           05 TR-VOID-AMOUNT          PIC 9(9)V99.

       FD  POSPAY-REPORT.
       01 POSPAY-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-POSPAY-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TRANSMISSION-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-POSPAY-REPORT-STATUS     PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                 PIC 9(8) VALUE 0.
       01 WS-TRANS-NUMBER             PIC 9(6) VALUE 0.

       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-MARK-PASS-SWITCH         PIC X VALUE 'N'.
           88 MARKING-PASS                 VALUE 'Y'.
           88 WRITING-PASS                 VALUE 'N'.
       01 WS-RECORD-CHANGED-SWITCH    PIC X VALUE 'N'.
           88 RECORD-CHANGED               VALUE 'Y'.
           88 RECORD-UNCHANGED             VALUE 'N'.

       01 WS-PAYEE-NAME               PIC X(30) VALUE SPACES.
       01 WS-ENTRY-TYPE               PIC X VALUE SPACE.
       01 WS-ISSUE-COUNT              PIC 9(6) VALUE 0.
       01 WS-ISSUE-AMOUNT             PIC 9(9)V99 VALUE 0.
       01 WS-VOID-COUNT               PIC 9(6) VALUE 0.
       01 WS-VOID-AMOUNT              PIC 9(9)V99 VALUE 0.
       01 WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
       01 WS-MARKED-COUNT             PIC 9(6) VALUE 0.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC ZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.

           COPY POS-PAY-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "POSPAY" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE:"
                       WS-CHECK-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.

           PERFORM Find-Last-Transmission.
           ADD 1 TO WS-TRANS-NUMBER.

           OPEN OUTPUT POSPAY-REPORT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSITIVE PAY TRANSMISSION " WS-TRANS-NUMBER
                   " DATE:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSPAY-REPORT-LINE FROM WS-REGISTER-LINE.

      * Pass one writes the whole file; only a complete file
      * earns the marks pass two puts on the register.
           OPEN OUTPUT POSPAY-FILE.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'H' TO PP-RECORD-TYPE.
           MOVE WS-RUN-DATE     TO PP-HDR-RUN-DATE.
           MOVE WS-TRANS-NUMBER TO PP-HDR-TRANS-NUMBER.
           WRITE POSPAY-FILE-REC FROM POSPAY-RECORD.

           SET WRITING-PASS TO TRUE.
           PERFORM Browse-Check-Register.

           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'T' TO PP-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO PP-TRL-RECORD-COUNT.
           COMPUTE PP-TRL-TOTAL-AMOUNT =
               WS-ISSUE-AMOUNT + WS-VOID-AMOUNT.
           MOVE WS-ISSUE-COUNT  TO PP-TRL-ISSUE-COUNT.
           MOVE WS-ISSUE-AMOUNT TO PP-TRL-ISSUE-AMOUNT.
           MOVE WS-VOID-COUNT   TO PP-TRL-VOID-COUNT.
           MOVE WS-VOID-AMOUNT  TO PP-TRL-VOID-AMOUNT.
           WRITE POSPAY-FILE-REC FROM POSPAY-RECORD.
           CLOSE POSPAY-FILE.

           SET MARKING-PASS TO TRUE.
           PERFORM Browse-Check-Register.

           CLOSE EMPLOYEE-MASTER.
           CLOSE CHECK-REGISTER.

           PERFORM Record-Transmission.
           PERFORM Write-Report-Totals.
           CLOSE POSPAY-REPORT.

           IF WS-MARKED-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "MARKED " WS-MARKED-COUNT
                       " OF " WS-DETAIL-COUNT " SENT - CHECK POSPTREG"
               MOVE SPACES TO EX-MESSAGE
               MOVE "P013" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "POSPAY" TO EX-PROGRAM-ID
               STRING "POSITIVE PAY MARK MISMATCH - TRANSMISSION "
                       WS-TRANS-NUMBER
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The transmission number carries on from the last line of
      * the register; a register not yet created starts at one.
       Find-Last-Transmission.
           MOVE 0 TO WS-TRANS-NUMBER.
           OPEN INPUT TRANSMISSION-REGISTER.
           IF WS-TRANSMISSION-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-TRANSMISSION-REGISTER-STATUS
                       NOT = "00"
                   READ TRANSMISSION-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TR-TRANS-NUMBER NUMERIC
                               MOVE TR-TRANS-NUMBER TO WS-TRANS-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-REGISTER
           END-IF.

       Browse-Check-Register.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO CK-CHECK-NUMBER.
           START CHECK-REGISTER
               KEY IS >= CK-CHECK-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF WRITING-PASS
                           PERFORM Send-One-Check
                       ELSE
                           PERFORM Mark-One-Check
                       END-IF
               END-READ
           END-PERFORM.

      * A check voided before its issue ever went out still goes
      * out as issued and then as voided - the bank sees the
      * whole life of every number.
       Send-One-Check.
           IF CK-PP-ISSUE-SENT = 0 OR CK-PP-ISSUE-SENT NOT NUMERIC
               MOVE 'I' TO WS-ENTRY-TYPE
               PERFORM Write-Pospay-Detail
               ADD 1 TO WS-ISSUE-COUNT
               ADD CK-AMOUNT TO WS-ISSUE-AMOUNT
           END-IF.
           IF CK-CHECK-IS-VOID
               AND (CK-PP-VOID-SENT = 0
                    OR CK-PP-VOID-SENT NOT NUMERIC)
               MOVE 'V' TO WS-ENTRY-TYPE
               PERFORM Write-Pospay-Detail
               ADD 1 TO WS-VOID-COUNT
               ADD CK-AMOUNT TO WS-VOID-AMOUNT
           END-IF.

       Write-Pospay-Detail.
           PERFORM Fetch-Payee-Name.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'D' TO PP-RECORD-TYPE.
           MOVE WS-ENTRY-TYPE   TO PP-ENTRY-TYPE.
           MOVE CK-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE CK-AMOUNT       TO PP-AMOUNT.
           MOVE CK-ISSUE-DATE   TO PP-ISSUE-DATE.
           MOVE WS-PAYEE-NAME   TO PP-PAYEE-NAME.
           WRITE POSPAY-FILE-REC FROM POSPAY-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

           MOVE CK-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF PP-ENTRY-IS-VOID
               STRING "VOID   " CK-CHECK-NUMBER
                       " AMT:" WS-EDITED-AMOUNT
                       " ISSUED:" CK-ISSUE-DATE
                       " " WS-PAYEE-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "ISSUED " CK-CHECK-NUMBER
                       " AMT:" WS-EDITED-AMOUNT
                       " ISSUED:" CK-ISSUE-DATE
                       " " WS-PAYEE-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE POSPAY-REPORT-LINE FROM WS-REGISTER-LINE.

      * Same selection as pass one, so exactly what went on the
      * file is what gets marked sent.
       Mark-One-Check.
           SET RECORD-UNCHANGED TO TRUE.
           IF CK-PP-ISSUE-SENT = 0 OR CK-PP-ISSUE-SENT NOT NUMERIC
               MOVE WS-RUN-DATE TO CK-PP-ISSUE-SENT
               ADD 1 TO WS-MARKED-COUNT
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF CK-CHECK-IS-VOID
               AND (CK-PP-VOID-SENT = 0
                    OR CK-PP-VOID-SENT NOT NUMERIC)
               MOVE WS-RUN-DATE TO CK-PP-VOID-SENT
               ADD 1 TO WS-MARKED-COUNT
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF RECORD-CHANGED
               REWRITE CHECK-REGISTER-REC
           END-IF.

       Fetch-Payee-Name.
           MOVE SPACES TO WS-PAYEE-NAME.
           MOVE CK-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-PAYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-PAYEE-NAME
                   END-STRING
           END-READ.

       Record-Transmission.
           OPEN EXTEND TRANSMISSION-REGISTER.
           IF WS-TRANSMISSION-REGISTER-STATUS = "05"
               OR WS-TRANSMISSION-REGISTER-STATUS = "35"
               CLOSE TRANSMISSION-REGISTER
               OPEN OUTPUT TRANSMISSION-REGISTER
           END-IF.
           MOVE WS-TRANS-NUMBER  TO TR-TRANS-NUMBER.
           MOVE WS-RUN-DATE      TO TR-SENT-DATE.
           MOVE WS-RUN-TIME(1:6) TO TR-SENT-TIME.
           MOVE WS-ISSUE-COUNT   TO TR-ISSUE-COUNT.
           MOVE WS-ISSUE-AMOUNT  TO TR-ISSUE-AMOUNT.
           MOVE WS-VOID-COUNT    TO TR-VOID-COUNT.
           MOVE WS-VOID-AMOUNT   TO TR-VOID-AMOUNT.
           WRITE TRANSMISSION-REGISTER-REC.
           CLOSE TRANSMISSION-REGISTER.

       Write-Report-Totals.
           MOVE WS-ISSUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ISSUE-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHECKS ISSUED SENT:" WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSPAY-REPORT-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-VOID-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHECKS VOIDED SENT:" WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE POSPAY-REPORT-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
