      * own slip instead of a photocopied register with the other
      * rows blacked out. For each PAYMAST pay record: name from
      * the employee master, rate and hours (CR notation on
      * negative prior-period adjustments), then gross, tax
      * withheld, each DEDMAST deduction and net exactly as PAYCALC
      * took them, read by key from its PAYCUR current-period file,
      * paginated through the shared RPTWRITE service with a page
      * break forced between employees so no slip ever shows a
      * neighbor's pay. Each pay class worked - regular, overtime,
      * holiday, night shift - prints on its own line with its
      * hours, multiplier and pay, so the employee can see how the
      * gross was reached; a salaried slip shows its period
      * salary and the days of the period it covers. Expense
      * claims repaid with the pay show after the deductions. A
      * leaver whose final pay FINALPAY issued, with its own
      * statement, is passed over.
      * Each run is kept in the RPTREPO report repository as
      * PAYSLIP, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT PAYSLIP-PRINT ASSIGN TO "Cobol/data/PAYSLIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC.

       FD  PAYSLIP-PRINT.
       01 PAYSLIP-PRINT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-PAYSLIP-PRINT-STATUS     PIC XX VALUE "00".

       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.
       01 WS-CLASS-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-CLASS-LABEL-VALUES       PIC X(32)
           VALUE "REGULAR OVERTIMEHOLIDAY NIGHT   ".
       01 WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABEL-VALUES.
           05 WS-CLASS-LABEL          PIC X(8) OCCURS 4 TIMES.
       01 WS-FACTOR-DISPLAY           PIC 9.99.
       01 WS-DAYS-DISPLAY             PIC Z9.
       01 WS-PERIOD-DAYS-DISPLAY      PIC Z9.
       01 WS-SLIPS-PRINTED            PIC 9(4) VALUE 0.
       01 WS-SLIPS-NOT-PAID           PIC 9(4) VALUE 0.

       01 WS-EDITED-GROSS             PIC Z,ZZZ,ZZ9.99CR.
       01 WS-EDITED-NET               PIC Z,ZZZ,ZZ9.99CR.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYSLIP"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN INPUT PAY-MASTER.
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
      * No PAYCUR means PAYCALC has not priced this period, and a
      * slip worked out any other way could disagree with the
      * register.
           OPEN INPUT PAY-CURRENT.
           IF WS-PAY-CURRENT-STATUS NOT = "00"
               DISPLAY "NO PAYCUR CURRENT PAY - RUN PAYCALC FIRST:"
                       WS-PAY-CURRENT-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE PAY-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAYSLIP-PRINT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "EMPLOYEE PAYSLIP" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "PAYSLIP" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           WRITE PAYSLIP-PRINT-LINE FROM RP-PRINT-LINE.

           CLOSE PAYSLIP-PRINT.
           CLOSE PAY-CURRENT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-MASTER.

           MOVE WS-SLIPS-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "PAYSLIPS PRINTED:" WS-COUNT-DISPLAY.
           IF WS-SLIPS-NOT-PAID > 0
               MOVE WS-SLIPS-NOT-PAID TO WS-COUNT-DISPLAY
               DISPLAY "NOT ON PAYCUR - NO SLIP:" WS-COUNT-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * An employee PAYCALC did not pay this period has no slip
      * to print - counted and reported, not printed as zeros.
       Print-One-Payslip.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           READ PAY-CURRENT
               KEY IS PY-EMPLOYEE-NUMBER
               INVALID KEY
                   ADD 1 TO WS-SLIPS-NOT-PAID
               NOT INVALID KEY
                   PERFORM Print-Slip-Detail
           END-READ.

      * Filling the line count to the page size before the first
      * detail of each slip makes RPTWRITE open a fresh page with
      * fresh headings - one employee, one page, no neighbors.
       Print-Slip-Detail.
           ADD 1 TO WS-SLIPS-PRINTED.
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           PERFORM Fetch-Employee-Name.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEE:" PM-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

           MOVE PY-PAY-RATE TO WS-RATE-DISPLAY.
           MOVE PY-HOURS    TO WS-HOURS-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RATE:" WS-RATE-DISPLAY
                   "  HOURS:" WS-HOURS-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

           PERFORM Print-Slip-Classes.

           MOVE PY-GROSS TO WS-EDITED-GROSS.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "GROSS PAY:     " WS-EDITED-GROSS
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

           MOVE PY-TAX TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TAX WITHHELD:  " WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

           IF PY-GARNISHED NUMERIC AND PY-GARNISHED NOT = 0
               MOVE PY-GARNISHED TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "GARNISHMENT:   " WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Slip-Line
           END-IF.

           PERFORM Print-Slip-Deductions.

           IF PY-REIMBURSED NUMERIC AND PY-REIMBURSED NOT = 0
               MOVE PY-REIMBURSED TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "REIMBURSED:    " WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Slip-Line
           END-IF.

           MOVE PY-NET TO WS-EDITED-NET.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NET PAY:       " WS-EDITED-NET
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

      * The deductions exactly as PAYCALC took them - a slot it
      * left blank (unused, or a TAX entry the table superseded)
      * does not print.
       Print-Slip-Deductions.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   PERFORM Print-One-Slip-Deduction
               END-IF
           END-PERFORM.

       Print-One-Slip-Deduction.
           MOVE PY-DED-AMOUNT(WS-DED-SUBSCRIPT) TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEDUCTION " PY-DED-CODE(WS-DED-SUBSCRIPT)
                   ":  " WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

      * The classes as PAYCALC priced them; the lines foot to the
      * gross printed under them.
       Print-Slip-Classes.
           IF PY-PAID-SALARIED
               PERFORM Print-Slip-Salary
           END-IF.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               IF PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT) NUMERIC
                   IF PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT) NOT = 0
                       PERFORM Print-One-Slip-Class
                   END-IF
               END-IF
           END-PERFORM.

       Print-Slip-Salary.
           MOVE PY-DAYS-PAID   TO WS-DAYS-DISPLAY.
           MOVE PY-PERIOD-DAYS TO WS-PERIOD-DAYS-DISPLAY.
           MOVE PY-SALARY-PAY  TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  SALARY   DAYS:" WS-DAYS-DISPLAY
                   "/" WS-PERIOD-DAYS-DISPLAY
                   "        " WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

       Print-One-Slip-Class.
           MOVE PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT) TO WS-HOURS-DISPLAY.
           MOVE PY-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
               TO WS-FACTOR-DISPLAY.
           MOVE PY-CLASS-PAY(WS-CLASS-SUBSCRIPT) TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-CLASS-LABEL(WS-CLASS-SUBSCRIPT)
                   " HRS:" WS-HOURS-DISPLAY
                   " X" WS-FACTOR-DISPLAY
                   " " WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Slip-Line.

       Write-Slip-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
