       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      * Daily foreign-currency revaluation. Every ACCTMAST account
      * kept in a currency other than home (AM-CURRENCY-CODE) and
      * carrying a balance is valued in home currency at the day's
      * FXRATE rate through the CALLed CURRCNVW service - the one
      * rate the posting run used - and again at the previous
      * day's rate, the difference being the day's revaluation
      * gain or loss on the balance. Each account lists on the
      * FXREVRPT report with its currency, foreign balance, rate,
      * home value and revaluation; each currency subtotals, and
      * the grand totals close the report. The foreign book at
      * home value, its revaluation, and the whole deposit book in
      * home currency (home balances plus the foreign ones valued)
      * append to the BALRPT balancing report so the morning
      * proof carries one home-currency figure. A currency with
      * no rate on or before the day is never valued at a guess:
      * its accounts list as unvalued, the gap is logged, and the
      * run ends RC=4. With no rate the day before (a currency's
      * first day on FXRATE) the revaluation is zero. Installment
      * loans book in home currency and are not revalued.
      * Each run is kept in the RPTREPO report repository as
      * FXREVRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT REVALUATION-REPORT ASSIGN TO
               "Cobol/data/FXREVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-REPORT-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "Cobol/data/BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  REVALUATION-REPORT.
       01 REVALUATION-REPORT-LINE     PIC X(80).

       FD  BALANCE-REPORT.
       01 BALANCE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-REVALUATION-REPORT-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-PRIOR-DATE               PIC 9(8) VALUE 0.

      * The account in hand: its balance at today's and at the
      * previous day's rate, and the difference.
       01 WS-TODAY-RATE               PIC 9(5)V9(6) VALUE 0.
       01 WS-HOME-VALUE               PIC S9(9)V99 VALUE 0.
       01 WS-PRIOR-VALUE              PIC S9(9)V99 VALUE 0.
       01 WS-REVALUATION              PIC S9(9)V99 VALUE 0.

      * One entry per foreign currency met, in the order met.
       01 WS-CURRENCY-COUNT           PIC 9(3) VALUE 0.
       01 WS-CURRENCY-MAX             PIC 9(3) VALUE 50.
       01 WS-CURRENCY-SUBSCRIPT       PIC 9(3) VALUE 0.
       01 WS-CURRENCY-TOTALS.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10 WS-TOTAL-CURRENCY   PIC X(3).
               10 WS-TOTAL-ACCOUNTS   PIC 9(6).
               10 WS-TOTAL-FOREIGN    PIC S9(11)V99.
               10 WS-TOTAL-HOME       PIC S9(11)V99.
               10 WS-TOTAL-REVAL      PIC S9(11)V99.
       01 WS-TABLE-FULL-COUNT         PIC 9(6) VALUE 0.

       01 WS-ACCOUNTS-VALUED          PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-UNVALUED        PIC 9(6) VALUE 0.
       01 WS-FOREIGN-HOME-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-REVALUATION-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-HOME-BOOK-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-BOOK-TOTAL               PIC S9(11)V99 VALUE 0.

       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-RATE              PIC ZZZZ9.999999.
       01 WS-EDITED-HOME              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-REVAL             PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "FXREVAL"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1).

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVALUATION-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "DAILY FOREIGN-CURRENCY REVALUATION"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "FXREVRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ACCOUNT     CUR  FOREIGN BALANCE"
                   "      RATE      HOME VALUE     REVALUATION"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM UNTIL WS-ACCOUNT-MASTER-STATUS NOT = "00"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Revalue-One-Account
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.

           PERFORM VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUBSCRIPT > WS-CURRENCY-COUNT
               PERFORM Report-One-Currency
           END-PERFORM.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE REVALUATION-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE REVALUATION-REPORT.
           PERFORM Append-To-Balancing-Report.

           IF WS-ACCOUNTS-UNVALUED > 0
               OR WS-TABLE-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A home account's balance is already home value and only
      * joins the book total; loans and empty balances have
      * nothing to revalue.
       Revalue-One-Account.
           IF AM-ACCOUNT-IS-LOAN
               EXIT PARAGRAPH
           END-IF.
           IF AM-CURRENCY-IS-HOME
               ADD AM-BALANCE TO WS-HOME-BOOK-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF AM-BALANCE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.

           MOVE WS-RUN-DATE TO CV-RATE-DATE.
           PERFORM Value-Balance-At-Home.
           IF NOT CV-WAS-DONE
               PERFORM Report-Unvalued-Account
               EXIT PARAGRAPH
           END-IF.
           MOVE CV-AMOUNT-OUT TO WS-HOME-VALUE.
           MOVE CV-CROSS-RATE TO WS-TODAY-RATE.

           MOVE WS-PRIOR-DATE TO CV-RATE-DATE.
           PERFORM Value-Balance-At-Home.
           IF CV-WAS-DONE
               MOVE CV-AMOUNT-OUT TO WS-PRIOR-VALUE
           ELSE
               MOVE WS-HOME-VALUE TO WS-PRIOR-VALUE
           END-IF.
           COMPUTE WS-REVALUATION = WS-HOME-VALUE - WS-PRIOR-VALUE.

           ADD 1 TO WS-ACCOUNTS-VALUED.
           ADD WS-HOME-VALUE TO WS-FOREIGN-HOME-TOTAL.
           ADD WS-REVALUATION TO WS-REVALUATION-TOTAL.
           PERFORM Add-To-Currency-Totals.

           MOVE AM-BALANCE TO WS-EDITED-BALANCE.
           MOVE WS-TODAY-RATE TO WS-EDITED-RATE.
           MOVE WS-HOME-VALUE TO WS-EDITED-HOME.
           MOVE WS-REVALUATION TO WS-EDITED-REVAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-MASKED-SSN " " AM-CURRENCY-CODE
                   " " WS-EDITED-BALANCE
                   " " WS-EDITED-RATE
                   " " WS-EDITED-HOME
                   " " WS-EDITED-REVAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * The balance, stated in the account's currency, into home
      * currency at the rate in force on CV-RATE-DATE.
       Value-Balance-At-Home.
           MOVE 'C' TO CV-REQUEST-CODE.
           MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY.
           MOVE SPACES TO CV-TO-CURRENCY.
           MOVE AM-BALANCE TO CV-AMOUNT-IN.
           CALL "CURRCNVW" USING WS-CURR-CNV-PARM.

      * Unvalued is listed and logged, never guessed; the book
      * total on BALRPT is short the account until the rate is
      * keyed and the run repeated.
       Report-Unvalued-Account.
           ADD 1 TO WS-ACCOUNTS-UNVALUED.
           MOVE AM-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-MASKED-SSN " " AM-CURRENCY-CODE
                   " " WS-EDITED-BALANCE
                   " ** NO RATE ON FXRATE - NOT VALUED **"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "FXREVAL" TO EX-PROGRAM-ID.
           STRING "NO EXCHANGE RATE:" AM-CURRENCY-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Add-To-Currency-Totals.
           PERFORM VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUBSCRIPT > WS-CURRENCY-COUNT
                   OR WS-TOTAL-CURRENCY(WS-CURRENCY-SUBSCRIPT)
                       = AM-CURRENCY-CODE
               CONTINUE
           END-PERFORM.
           IF WS-CURRENCY-SUBSCRIPT > WS-CURRENCY-COUNT
               IF WS-CURRENCY-COUNT < WS-CURRENCY-MAX
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-SUBSCRIPT
                   MOVE AM-CURRENCY-CODE
                       TO WS-TOTAL-CURRENCY(WS-CURRENCY-SUBSCRIPT)
                   MOVE 0 TO WS-TOTAL-ACCOUNTS(WS-CURRENCY-SUBSCRIPT)
                   MOVE 0 TO WS-TOTAL-FOREIGN(WS-CURRENCY-SUBSCRIPT)
                   MOVE 0 TO WS-TOTAL-HOME(WS-CURRENCY-SUBSCRIPT)
                   MOVE 0 TO WS-TOTAL-REVAL(WS-CURRENCY-SUBSCRIPT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-ACCOUNTS(WS-CURRENCY-SUBSCRIPT).
           ADD AM-BALANCE TO WS-TOTAL-FOREIGN(WS-CURRENCY-SUBSCRIPT).
           ADD WS-HOME-VALUE TO WS-TOTAL-HOME(WS-CURRENCY-SUBSCRIPT).
           ADD WS-REVALUATION
               TO WS-TOTAL-REVAL(WS-CURRENCY-SUBSCRIPT).

       Report-One-Currency.
           MOVE WS-TOTAL-ACCOUNTS(WS-CURRENCY-SUBSCRIPT)
               TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FOREIGN(WS-CURRENCY-SUBSCRIPT)
               TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CURRENCY " WS-TOTAL-CURRENCY(WS-CURRENCY-SUBSCRIPT)
                   " ACCTS:" WS-COUNT-DISPLAY
                   " FOREIGN BALANCE:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-HOME(WS-CURRENCY-SUBSCRIPT)
               TO WS-EDITED-TOTAL.
           MOVE WS-TOTAL-REVAL(WS-CURRENCY-SUBSCRIPT)
               TO WS-EDITED-TOTAL-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  HOME VALUE:" WS-EDITED-TOTAL
                   " REVALUATION:" WS-EDITED-TOTAL-2
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           COMPUTE WS-BOOK-TOTAL =
               WS-HOME-BOOK-TOTAL + WS-FOREIGN-HOME-TOTAL.
           MOVE WS-ACCOUNTS-VALUED TO WS-COUNT-DISPLAY.
           MOVE WS-FOREIGN-HOME-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FOREIGN ACCOUNTS VALUED:" WS-COUNT-DISPLAY
                   " HOME VALUE:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-REVALUATION-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL REVALUATION:            " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-BOOK-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPOSIT BOOK IN HOME CURRENCY:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           IF WS-ACCOUNTS-UNVALUED > 0
               MOVE WS-ACCOUNTS-UNVALUED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ACCOUNTS NOT VALUED - NO RATE:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ACCOUNTS OVER 50 CURRENCIES - NOT SUBTOTALED:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

      * The home-currency figures tie into the balancing report
      * the way ACCTACCR ties in its accrual total.
       Append-To-Balancing-Report.
           OPEN EXTEND BALANCE-REPORT.
           IF WS-BALANCE-REPORT-STATUS = "05"
               OR WS-BALANCE-REPORT-STATUS = "35"
               CLOSE BALANCE-REPORT
               OPEN OUTPUT BALANCE-REPORT
           END-IF.
           MOVE WS-FOREIGN-HOME-TOTAL TO WS-EDITED-TOTAL.
           MOVE WS-REVALUATION-TOTAL TO WS-EDITED-TOTAL-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FXREVAL FOREIGN AT HOME:" WS-EDITED-TOTAL
                   " REVAL:" WS-EDITED-TOTAL-2
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE BALANCE-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-BOOK-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FXREVAL BOOK IN HOME:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE BALANCE-REPORT-LINE FROM WS-DETAIL-LINE.
           CLOSE BALANCE-REPORT.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE REVALUATION-REPORT-LINE FROM RP-HEADING-1
               WRITE REVALUATION-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE REVALUATION-REPORT-LINE FROM WS-DETAIL-LINE.
