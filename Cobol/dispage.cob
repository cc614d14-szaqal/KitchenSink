       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
      * Posting-dispute aging report over the DISPMAST dispute
      * master (copybooks/DISP-MASTER-REC.cpy): every dispute
      * still open past the resolution deadline DISPMNT set when
      * it was opened lists on DISPRPT through RPTWRITE - the
      * account (masked), the disputed debit's date and amount,
      * the reason, the opened and deadline dates, days open,
      * days past the deadline and any provisional credit still
      * standing on it. The totals give the open disputes, the
      * overdue ones, and the disputed amount and provisional
      * credit they carry. Any overdue dispute ends the run
      * RC=4 so the schedule shows it; resolved disputes and
      * those still inside their deadline do not print.
      * Each run is kept in the RPTREPO report repository as
      * DISPRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER ASSIGN TO "Cobol/data/DISPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-MASTER-STATUS.

           SELECT AGING-REPORT ASSIGN TO "Cobol/data/DISPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-MASTER.
       01 DISPUTE-MASTER-REC.
           COPY DISP-MASTER-REC.

       FD  AGING-REPORT.
       01 AGING-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-AGING-REPORT-STATUS      PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DAY                  PIC 9(7) VALUE 0.
       01 WS-DAYS-OPEN                PIC 9(5) VALUE 0.
       01 WS-DAYS-OVERDUE             PIC 9(5) VALUE 0.

       01 WS-DISPUTES-READ            PIC 9(6) VALUE 0.
       01 WS-DISPUTES-OPEN            PIC 9(6) VALUE 0.
       01 WS-DISPUTES-OVERDUE         PIC 9(6) VALUE 0.
       01 WS-OVERDUE-AMOUNT           PIC 9(9)V99 VALUE 0.
       01 WS-OVERDUE-CREDIT           PIC 9(9)V99 VALUE 0.

       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-CREDIT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDITED-DAYS-OPEN         PIC ZZZZ9.
       01 WS-EDITED-DAYS-OVERDUE      PIC ZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "DISPAGE"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT DISPUTE-MASTER.
           IF WS-DISPUTE-MASTER-STATUS NOT = "00"
               DISPLAY "NO DISPMAST ON FILE - NO DISPUTES TO AGE:"
                       WS-DISPUTE-MASTER-STATUS
               GOBACK
           END-IF.

           OPEN OUTPUT AGING-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "POSTING DISPUTES OPEN PAST DEADLINE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "DISPRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ACCOUNT     POSTED         AMOUNT RS OPENED   "
                   "DEADLINE  OPEN  OVER  PROV CREDIT"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM UNTIL WS-DISPUTE-MASTER-STATUS NOT = "00"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-DISPUTES-READ
                       PERFORM Age-One-Dispute
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-MASTER.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE AGING-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE AGING-REPORT.

           IF WS-DISPUTES-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A dispute is overdue from the day after its deadline;
      * on the deadline itself it can still be resolved in time.
       Age-One-Dispute.
           IF NOT DP-DISPUTE-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DISPUTES-OPEN.
           IF DP-DEADLINE-DATE NOT < WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DISPUTES-OVERDUE.
           ADD DP-AMOUNT TO WS-OVERDUE-AMOUNT.
           ADD DP-CREDIT-AMOUNT TO WS-OVERDUE-CREDIT.
           COMPUTE WS-DAYS-OPEN = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(DP-OPENED-DATE).
           COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(DP-DEADLINE-DATE).
           MOVE DP-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE DP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE DP-CREDIT-AMOUNT TO WS-EDITED-CREDIT.
           MOVE WS-DAYS-OPEN TO WS-EDITED-DAYS-OPEN.
           MOVE WS-DAYS-OVERDUE TO WS-EDITED-DAYS-OVERDUE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-MASKED-SSN
                   " " DP-POST-DATE
                   " " WS-EDITED-AMOUNT
                   " " DP-REASON-CODE
                   " " DP-OPENED-DATE
                   " " DP-DEADLINE-DATE
                   " " WS-EDITED-DAYS-OPEN
                   " " WS-EDITED-DAYS-OVERDUE
                   " " WS-EDITED-CREDIT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           MOVE WS-DISPUTES-OPEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DISPUTES OPEN:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-DISPUTES-OVERDUE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPEN PAST DEADLINE:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-OVERDUE-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OVERDUE DISPUTED:      " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-OVERDUE-CREDIT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OVERDUE PROV CREDIT:   " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE AGING-REPORT-LINE FROM RP-HEADING-1
               WRITE AGING-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
