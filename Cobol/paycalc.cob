      * lands on the PAYHIST per-period history (copybooks/
      * PAY-HIST-REC.cpy), the record RETROPAY prices backdated
      * rate changes against. Pay finally runs inside the system
      * instead of on a spreadsheet. Withholding is priced before
      * the deductions by the TAXCALCW service against the TAXMAST
      * graduated tables (copybooks/TAX-TABLE-REC.cpy) from the
      * employee's PAYMAST filing status and allowances, and shows
      * on the register, the history and YTDMAST as its own tax
      * figure; a DEDMAST entry coded TAX is then superseded, not
      * taken a second time. With no table on file for the year
      * and status the old DEDMAST TAX entry still applies and the
      * miss is logged. The period's figures are also written to
      * the PAYCUR current-period file, keyed by employee, which
      * PAYSLIP, CHECKPRT and DDEPOSIT pay from, so the slip, the
      * check and the transfer can never disagree with the
      * register. The gross is priced class by class - the
      * overtime, holiday and night-shift hours TIMECARD
      * classified onto PAYMAST and the regular remainder of
      * PM-HOURS, each at the rate times its PREMCTL multiplier
      * (copybooks/PAY-PREMIUM-REC.cpy) - and each class worked
      * shows on its own register line and history entry. A
      * salaried record is paid its PM-ANNUAL-SALARY over the
      * PAYPCTL periods per year instead, prorated by calendar
      * day when the EMPLOYEE-MASTER hire date or the PAYMAST
      * termination date falls inside the period; any 'J'
      * adjustment hours on it are priced at its hourly
      * equivalent rate as regular time. Court-ordered
      * garnishments come next, off the GARNMAST order master
      * (copybooks/GARN-ORDER-REC.cpy): each active order in
      * priority order, out of the disposable earnings - gross
      * less withholding - never past the GARNCTL share of them,
      * each order's balance drawn down and the order closed the
      * period it is paid off. The GARNREG register shows every
      * order taken, short-paid or skipped, and a DEDMAST GRN
      * entry for an employee with orders on file is superseded
      * the way a TAX entry is. Expense claims EXPCLAIM has
      * approved on the EXPMAST claim master (copybooks/
      * EXP-CLAIM-REC.cpy) are repaid after the deductions, added
      * to net but never to hours, gross or taxable earnings, each
      * on its own register line and in the history's reimbursed
      * figure, and marked paid with the period so no claim is
      * paid twice. A leaver whose final pay FINALPAY has already
      * issued off-cycle is passed over and noted on the register.
      * Pay follows the EMPSTATW employment status as of the
      * period end: an employee on leave of absence or suspended
      * for the whole period is held - nothing priced, one PAY
      * HELD line on the register - and a salaried employee whose
      * absence starts or ends inside the period is paid only the
      * days outside it. Hourly pay is the hours keyed.
      * A pay period ending inside a fiscal period CLOSEMON has
      * closed (FISCPER, checked through the CALLed FISCPERW) is
      * refused at the door with the other period gates, RC=8.
      * The PAYREG title line carries the period end, so the
      * deduction total REMITRUN reconciles its remittances to
      * is known to be the period it is remitting.
      * A RETPART plan participant who is deferring has the RETELECT
      * election taken before withholding - a percent of gross or
      * a flat amount, stopped at the RETPLAN annual limit for the
      * year - and withholding is priced on the gross less it,
      * the taxable gross PAYHIST and YTDMAST carry. The
      * deferral goes in the employee's DEDMAST entry under the
      * plan code, or the first free one (a plan-code entry keyed
      * the old way is superseded, like TAX and GRN); the employer
      * match is priced off the plan's formula and shown under it.
      * Both roll into the participant's year and balances, and
      * each is sent to the custodian on the RETCONT contribution
      * file, a header, one detail per participant and a trailer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

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

           SELECT CONTRIBUTION-FILE ASSIGN TO
               "Cobol/data/RETCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIBUTION-FILE-STATUS.

      * One card of class multipliers; absent, the house
      * defaults in the copybook apply.
           SELECT PREMIUM-CONTROL ASSIGN TO
               "Cobol/data/PREMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-CONTROL-STATUS.

           SELECT GARN-MASTER ASSIGN TO "Cobol/data/GARNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-GARN-MASTER-STATUS.

           SELECT GARN-CONTROL ASSIGN TO "GARNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-CONTROL-STATUS.

           SELECT GARN-REGISTER ASSIGN TO "Cobol/data/GARNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-REGISTER-STATUS.

           SELECT EXPENSE-MASTER ASSIGN TO "Cobol/data/EXPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-CLAIM-KEY
               FILE STATUS IS WS-EXPENSE-MASTER-STATUS.

           SELECT YTD-MASTER ASSIGN TO "Cobol/data/YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

      * Rebuilt every run - this period's pay only, keyed for the
      * slip, check and transfer runs that follow.
           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PQ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT PAY-REGISTER ASSIGN TO "Cobol/data/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-REGISTER-STATUS.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PREMIUM-CONTROL.
       01 PREMIUM-CONTROL-REC.
           05 PREMIUM-CARD-FACTOR     PIC 9V99 OCCURS 4 TIMES.

       FD  GARN-MASTER.
       01 GARN-MASTER-REC.
           COPY GARN-ORDER-REC.

       FD  GARN-CONTROL.
      * One card: the most of disposable earnings all orders
      * together may take, 9(3)V99 - e.g. 02500 = 25.00 pct.
      * Missing card takes the house default of 25.00.
       01 GARN-CONTROL-REC            PIC 9(3)V99.

       FD  GARN-REGISTER.
       01 GARN-REGISTER-LINE          PIC X(80).

       FD  EXPENSE-MASTER.
       01 EXPENSE-MASTER-REC.
           COPY EXP-CLAIM-REC.

       FD  YTD-MASTER.
       01 YTD-MASTER-REC.
           COPY YTD-MASTER-REC.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC REPLACING LEADING ==PY-== BY ==PQ-==.

       FD  PAY-REGISTER.
       01 PAY-REGISTER-LINE           PIC X(80).

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  CONTRIBUTION-FILE.
       01 CONTRIBUTION-FILE-REC       PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-YTD-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-PREMIUM-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-GARN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-GARN-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-GARN-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-EXPENSE-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CONTRIBUTION-FILE-STATUS PIC XX VALUE "00".

       01 WS-PERIOD-WORK.
           COPY PAY-PERIOD-REC
                         PC-PERIOD-STATUS BY WS-PERIOD-STATUS
                         PC-PERIOD-IS-OPEN BY WS-PERIOD-IS-OPEN
                         PC-PERIOD-IS-PAID BY WS-PERIOD-IS-PAID
                         PC-PAID-DATE     BY WS-PERIOD-PAID-DATE
                         PC-PERIODS-PER-YEAR
                                          BY WS-PERIODS-PER-YEAR.
       01 WS-PERIOD-READ-SWITCH       PIC X VALUE 'N'.
           88 PERIOD-WAS-READ              VALUE 'Y'.
           88 PERIOD-NOT-READ              VALUE 'N'.

       01 WS-PREMIUM-CONTROL.
           COPY PAY-PREMIUM-REC.
       01 WS-PREMIUM-CARD-SWITCH      PIC X VALUE 'N'.
           88 PREMIUM-CARD-IS-GOOD         VALUE 'Y'.
           88 PREMIUM-CARD-IS-BAD          VALUE 'N'.

      * The pay classes in PAY-PREMIUM-REC order - regular,
      * overtime, holiday, night.
       01 WS-CLASS-LABEL-VALUES       PIC X(12) VALUE "REGOT HOLNGT".
       01 WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABEL-VALUES.
           05 WS-CLASS-LABEL          PIC X(3) OCCURS 4 TIMES.
       01 WS-PAY-CLASSES.
           05 WS-PAY-CLASS OCCURS 4 TIMES.
               10 WS-CLASS-HOURS      PIC S9(3)V99.
               10 WS-CLASS-PAY        PIC S9(5)V99.
       01 WS-CLASS-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-GROSS-SWITCH             PIC X VALUE 'N'.
           88 GROSS-OVERFLOWED             VALUE 'Y'.
           88 GROSS-IS-PRICED              VALUE 'N'.
       01 WS-FACTOR-DISPLAY           PIC 9.99.

      * Salary proration - days are INTEGER-OF-DATE day numbers.
       01 WS-HIRE-DATE                PIC 9(8) VALUE 0.
       01 WS-SALARY-PAY               PIC S9(5)V99 VALUE 0.
       01 WS-SALARY-PERIODS           PIC 9(2) VALUE 26.
       01 WS-PERIOD-DAYS              PIC 9(2) VALUE 0.
       01 WS-DAYS-PAID                PIC 9(2) VALUE 0.
       01 WS-PERIOD-START-DAY         PIC 9(7) VALUE 0.
       01 WS-PERIOD-END-DAY           PIC 9(7) VALUE 0.
       01 WS-FIRST-PAID-DAY           PIC 9(7) VALUE 0.
       01 WS-LAST-PAID-DAY            PIC 9(7) VALUE 0.
       01 WS-BOUNDARY-DAY             PIC 9(7) VALUE 0.
       01 WS-UNPAID-FROM-DAY          PIC 9(7) VALUE 0.
       01 WS-UNPAID-TO-DAY            PIC 9(7) VALUE 0.
       01 WS-DAYS-DISPLAY             PIC Z9.
       01 WS-PERIOD-DAYS-DISPLAY      PIC Z9.

      * Garnishment work - the cap and what is left of it are
      * per employee, the totals per run.
       01 WS-GARNMAST-SWITCH          PIC X VALUE 'N'.
           88 GARNMAST-ON-FILE             VALUE 'Y'.
       01 WS-GARN-ORDERS-SWITCH       PIC X VALUE 'N'.
           88 EMPLOYEE-HAS-ORDERS          VALUE 'Y'.
           88 EMPLOYEE-HAS-NO-ORDERS       VALUE 'N'.
       01 WS-GARN-BROWSE-SWITCH       PIC X VALUE 'N'.
           88 GARN-BROWSE-DONE             VALUE 'Y'.
           88 GARN-BROWSE-NOT-DONE         VALUE 'N'.
       01 WS-GARN-CAP-PERCENT         PIC 9(3)V99 VALUE 25.
       01 WS-DISPOSABLE-PAY           PIC S9(5)V99 VALUE 0.
       01 WS-GARN-CAP-LEFT            PIC S9(5)V99 VALUE 0.
       01 WS-GARN-WANTED              PIC S9(7)V99 VALUE 0.
       01 WS-GARN-TAKEN               PIC S9(5)V99 VALUE 0.
       01 WS-EMPLOYEE-GARNISHED       PIC S9(5)V99 VALUE 0.
       01 WS-TOTAL-GARNISHED          PIC S9(7)V99 VALUE 0.
       01 WS-GARN-DISPOSITION         PIC X(8) VALUE SPACES.
       01 WS-ORDERS-TAKEN             PIC 9(4) VALUE 0.
       01 WS-ORDERS-SHORT             PIC 9(4) VALUE 0.
       01 WS-ORDERS-SKIPPED           PIC 9(4) VALUE 0.
       01 WS-ORDERS-CLOSED            PIC 9(4) VALUE 0.
       01 WS-EDITED-WANTED            PIC Z,ZZ9.99.
       01 WS-EDITED-TAKEN             PIC Z,ZZ9.99.
       01 WS-EDITED-BALANCE           PIC ZZZ,ZZ9.99.
       01 WS-SUPERSEDED-BY            PIC X(15) VALUE SPACES.

      * Expense repayment - approved EXPMAST claims, per employee
      * and per run.
       01 WS-EXPMAST-SWITCH           PIC X VALUE 'N'.
           88 EXPMAST-ON-FILE              VALUE 'Y'.
       01 WS-CLAIM-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 CLAIM-BROWSE-DONE            VALUE 'Y'.
           88 CLAIM-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-EMPLOYEE-REIMBURSED      PIC S9(5)V99 VALUE 0.
       01 WS-TOTAL-REIMBURSED         PIC S9(7)V99 VALUE 0.
       01 WS-CLAIMS-REPAID            PIC 9(4) VALUE 0.

      * Retirement plan deferral - the employee's election priced
      * before withholding, the match beside it, the run totals
      * for the RETCONT trailer and the register.
       01 WS-RETPLAN-SWITCH           PIC X VALUE 'N'.
           88 RETPLAN-ON-FILE              VALUE 'Y'.
       01 WS-RETPART-SWITCH           PIC X VALUE 'N'.
           88 RETPART-ON-FILE              VALUE 'Y'.
       01 WS-PARTICIPANT-SWITCH       PIC X VALUE 'N'.
           88 PARTICIPANT-WAS-FOUND        VALUE 'Y'.
           88 PARTICIPANT-NOT-FOUND        VALUE 'N'.
       01 WS-DEFERRING-SWITCH         PIC X VALUE 'N'.
           88 EMPLOYEE-IS-DEFERRING        VALUE 'Y'.
           88 EMPLOYEE-NOT-DEFERRING       VALUE 'N'.
       01 WS-PLAN-ENTRY-SWITCH        PIC X VALUE 'N'.
           88 ENTRY-IS-PLAN-CODE           VALUE 'Y'.
           88 ENTRY-NOT-PLAN-CODE          VALUE 'N'.
       01 WS-PLAN-DEFERRAL            PIC S9(5)V99 VALUE 0.
       01 WS-PLAN-MATCH               PIC S9(5)V99 VALUE 0.
       01 WS-MATCHABLE-PAY            PIC S9(5)V99 VALUE 0.
       01 WS-LIMIT-LEFT               PIC S9(7)V99 VALUE 0.
       01 WS-PLAN-SLOT                PIC 9 VALUE 0.
       01 WS-PLAN-CUSTODIAN-ID        PIC X(10) VALUE SPACES.
       01 WS-DEFERRAL-PROBLEM         PIC X(24) VALUE SPACES.
       01 WS-TOTAL-DEFERRALS          PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-MATCH              PIC S9(7)V99 VALUE 0.
       01 WS-CONTRIBUTIONS-SENT       PIC 9(6) VALUE 0.

      * The three typed views of the 43-byte contribution record.
           COPY RET-CONT-REC.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
       01 WS-NET-PAY                  PIC S9(5)V99 VALUE 0.
       01 WS-DEDUCTION-AMOUNT         PIC S9(5)V99 VALUE 0.
       01 WS-EMPLOYEE-DEDUCTIONS      PIC S9(5)V99 VALUE 0.
       01 WS-TAX-AMOUNT               PIC S9(5)V99 VALUE 0.
       01 WS-TAXABLE-GROSS            PIC S9(5)V99 VALUE 0.
       01 WS-TOTAL-TAX                PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-GROSS              PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DEDUCTIONS         PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-NET                PIC S9(7)V99 VALUE 0.
       01 WS-DEDUCTIONS-ON-FILE       PIC X VALUE 'N'.
           88 EMPLOYEE-HAS-DEDUCTIONS      VALUE 'Y'.
           88 EMPLOYEE-HAS-NO-DEDUCTIONS   VALUE 'N'.
       01 WS-TAX-TABLE-SWITCH         PIC X VALUE 'N'.
           88 TAX-PRICED-FROM-TABLE        VALUE 'Y'.
           88 TAX-NOT-PRICED               VALUE 'N'.
       01 WS-EMPLOYEES-PAID           PIC 9(4) VALUE 0.
       01 WS-FINAL-PAYS-PASSED        PIC 9(4) VALUE 0.
       01 WS-PAYS-HELD                PIC 9(4) VALUE 0.
       01 WS-PAY-HELD-SWITCH          PIC X VALUE 'N'.
           88 PAY-IS-HELD                  VALUE 'Y'.
           88 PAY-IS-NOT-HELD              VALUE 'N'.
       01 WS-PAY-EXCEPTIONS           PIC 9(4) VALUE 0.

       01 WS-EDITED-GROSS             PIC Z,ZZZ,ZZ9.99CR.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.

       01 WS-TAX-CALC-PARM.
           COPY TAX-CALC-PARM.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

           05 RR-RETURN-CODE          PIC 9(4) VALUE 0.
           05 RR-RESULT-SWITCH        PIC X VALUE SPACE.

       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
               88 SW-IS-ABSENT             VALUE 'L' 'S'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

       01 WS-FILESTAT-REQUEST.
           05 FS-FILE-STATUS          PIC XX VALUE "00".
           05 FS-FILE-NAME            PIC X(12) VALUE SPACES.
           05 FS-DISPOSITION          PIC X VALUE SPACE.
           05 FS-MESSAGE              PIC X(40) VALUE SPACES.

      * Fiscal period check through CALLed FISCPERW: pay for a
      * period ending in a closed accounting month is refused.
       01 WS-PERIOD-REQUEST.
           05 FQ-REQUEST-CODE         PIC X VALUE SPACE.
           05 FQ-DATE-IN              PIC 9(8) VALUE 0.
           05 FQ-RESULT-SWITCH        PIC X VALUE 'Y'.
           05 FQ-PERIOD-ID            PIC 9(6) VALUE 0.
           05 FQ-PERIOD-STATUS        PIC X VALUE SPACE.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYCALC"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

               GOBACK
           END-IF.

      * Pay lands in the accounting month of the period end; a
      * month finance has closed takes no more pay results.
           MOVE 'C' TO FQ-REQUEST-CODE.
           MOVE WS-PERIOD-END TO FQ-DATE-IN.
           CALL "FISCPERW" USING WS-PERIOD-REQUEST.
           IF FQ-RESULT-SWITCH NOT = 'Y'
               DISPLAY "PERIOD " WS-PERIOD-END
                       " FALLS IN CLOSED FISCAL PERIOD " FQ-PERIOD-ID
                       " - RUN REFUSED"
               MOVE SPACES TO EX-MESSAGE
               MOVE "P023" TO EX-ERROR-CODE
               MOVE 'S' TO EX-SEVERITY
               MOVE "PAYCALC" TO EX-PROGRAM-ID
               STRING "PAY PERIOD " WS-PERIOD-END
                       " REFUSED - CLOSED FISCAL PERIOD " FQ-PERIOD-ID
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The RECONEOD-style dependency gate: pay only computes on
      * a master PAYEDIT proved clean this cycle - a dirty or
      * missing edit run stops payroll at the door.
               GOBACK
           END-IF.

           PERFORM Read-Premium-Control.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               MOVE WS-PAY-MASTER-STATUS TO FS-FILE-STATUS
           END-IF.

           PERFORM Open-YTD-Master.
           PERFORM Open-Garnishments.

      * No claim master simply means no claims to repay.
           OPEN I-O EXPENSE-MASTER.
           IF WS-EXPENSE-MASTER-STATUS = "00"
               SET EXPMAST-ON-FILE TO TRUE
           END-IF.

           OPEN EXTEND PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "05"
               OPEN OUTPUT PAY-HISTORY
           END-IF.

           OPEN OUTPUT PAY-CURRENT.
           PERFORM Open-Retirement-Plan.

           OPEN OUTPUT PAY-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAY REGISTER - GROSS, DEDUCTIONS AND NET"
                   " PERIOD END:" WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM UNTIL WS-PAY-MASTER-STATUS NOT = "00"
           END-PERFORM.

           PERFORM Write-Register-Totals.
           PERFORM Write-Garn-Register-Totals.
           PERFORM Close-Retirement-Plan.
           CLOSE GARN-REGISTER.
           IF GARNMAST-ON-FILE
               CLOSE GARN-MASTER
           END-IF.
           IF EXPMAST-ON-FILE
               CLOSE EXPENSE-MASTER
           END-IF.
           CLOSE PAY-REGISTER.
           CLOSE PAY-CURRENT.
           CLOSE PAY-HISTORY.
           IF DEDMAST-ON-FILE
               CLOSE DEDUCTION-MASTER
           WRITE PAY-PERIOD-CONTROL-REC.
           CLOSE PAY-PERIOD-CONTROL.

      * A leaver FINALPAY has already paid off-cycle waits on the
      * pay master only for EMPTERM's cascade - paying the period
      * again here would pay the last days twice.
       Calculate-Gross-Pay.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE > 0
               PERFORM Note-Final-Pay-Issued
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Employment-Status.
           IF PAY-IS-HELD
               PERFORM Note-Pay-Held
               EXIT PARAGRAPH
           END-IF.
           PERFORM Fetch-Employee-Name.
           PERFORM Price-Pay-Classes.
           IF GROSS-OVERFLOWED
               PERFORM Log-Pay-Exception
           ELSE
               ADD 1 TO WS-EMPLOYEES-PAID
               ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
               PERFORM Write-Register-Detail
               PERFORM Write-Class-Lines
               PERFORM Price-Plan-Deferral
               PERFORM Compute-Withholding
               PERFORM Apply-Garnishments
               PERFORM Apply-Deductions
               PERFORM Apply-Reimbursements
               PERFORM Write-Net-Pay-Line
               PERFORM Accumulate-YTD-Earnings
               PERFORM Write-Pay-History
               IF EMPLOYEE-IS-DEFERRING
                   PERFORM Post-Plan-Contribution
               END-IF
           END-IF.

       Note-Final-Pay-Issued.
           ADD 1 TO WS-FINAL-PAYS-PASSED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING PM-EMPLOYEE-NUMBER
                   " FINAL PAY ISSUED " PM-FINAL-PAY-DATE
                   " - NOT PAID THIS CYCLE"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The absence as of the period end, as day numbers: from
      * its start to the day before the return, or to the end of
      * the period while it is still open. Covering the whole
      * period holds the pay.
       Check-Employment-Status.
           SET PAY-IS-NOT-HELD TO TRUE.
           MOVE 0 TO WS-UNPAID-FROM-DAY.
           MOVE 0 TO WS-UNPAID-TO-DAY.
           PERFORM Set-Period-Bounds.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE PM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-PERIOD-END TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF SW-ABSENCE-START < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-UNPAID-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(SW-ABSENCE-START).
           IF SW-IS-ABSENT
               MOVE WS-PERIOD-END-DAY TO WS-UNPAID-TO-DAY
               IF WS-UNPAID-FROM-DAY NOT > WS-PERIOD-START-DAY
                   SET PAY-IS-HELD TO TRUE
               END-IF
           ELSE
               IF SW-RETURN-DATE > 16010101
                   COMPUTE WS-UNPAID-TO-DAY =
                       FUNCTION INTEGER-OF-DATE(SW-RETURN-DATE) - 1
               END-IF
           END-IF.

       Note-Pay-Held.
           ADD 1 TO WS-PAYS-HELD.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING PM-EMPLOYEE-NUMBER
                   " PAY HELD - STATUS " SW-STATUS
                   " SINCE " SW-ABSENCE-START
                   " - NOT PAID THIS CYCLE"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * No card, or a card that is not four positive factors,
      * pays the house multipliers the copybook carries - never
      * overtime at straight time by accident.
       Read-Premium-Control.
           SET PREMIUM-CARD-IS-BAD TO TRUE.
           OPEN INPUT PREMIUM-CONTROL.
           IF WS-PREMIUM-CONTROL-STATUS = "00"
               READ PREMIUM-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Check-Premium-Card
               END-READ
               CLOSE PREMIUM-CONTROL
           END-IF.
           IF PREMIUM-CARD-IS-GOOD
               MOVE PREMIUM-CONTROL-REC TO PP-FACTORS
           ELSE
               DISPLAY "NO VALID PREMCTL CARD - HOUSE MULTIPLIERS"
           END-IF.

       Check-Premium-Card.
           SET PREMIUM-CARD-IS-GOOD TO TRUE.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               IF PREMIUM-CARD-FACTOR(WS-CLASS-SUBSCRIPT) NOT NUMERIC
                   SET PREMIUM-CARD-IS-BAD TO TRUE
               ELSE
                   IF PREMIUM-CARD-FACTOR(WS-CLASS-SUBSCRIPT) = 0
                       SET PREMIUM-CARD-IS-BAD TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Each class is priced on its own, ROUNDED half-up per the
      * CURRRND convention, and the gross is their sum - so the
      * class lines on the register and the slip always foot to
      * the gross printed above them. Buckets on records keyed
      * before the classes existed read as zero.
       Price-Pay-Classes.
           SET GROSS-IS-PRICED TO TRUE.
           IF PM-OVERTIME-HOURS NOT NUMERIC
               MOVE 0 TO PM-OVERTIME-HOURS
           END-IF.
           IF PM-HOLIDAY-HOURS NOT NUMERIC
               MOVE 0 TO PM-HOLIDAY-HOURS
           END-IF.
           IF PM-NIGHT-HOURS NOT NUMERIC
               MOVE 0 TO PM-NIGHT-HOURS
           END-IF.
           MOVE PM-OVERTIME-HOURS TO WS-CLASS-HOURS(2).
           MOVE PM-HOLIDAY-HOURS  TO WS-CLASS-HOURS(3).
           MOVE PM-NIGHT-HOURS    TO WS-CLASS-HOURS(4).
           COMPUTE WS-CLASS-HOURS(1) = PM-HOURS - PM-OVERTIME-HOURS
               - PM-HOLIDAY-HOURS - PM-NIGHT-HOURS.
           PERFORM Price-Salary.
           MOVE WS-SALARY-PAY TO WS-GROSS-PAY.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               COMPUTE WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) ROUNDED =
                   PM-PAY-RATE * WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
                   * PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
                   ON SIZE ERROR
                       SET GROSS-OVERFLOWED TO TRUE
               END-COMPUTE
               ADD WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) TO WS-GROSS-PAY
                   ON SIZE ERROR
                       SET GROSS-OVERFLOWED TO TRUE
               END-ADD
           END-PERFORM.

      * The period's share of the salary: the days from the later
      * of period start and hire date to the earlier of period end
      * and termination date, over the days in the period - the
      * year's days split evenly across its PAYPCTL periods, less
      * any days of it spent on leave or suspended. A full period
      * pays exactly the salary over the periods.
       Price-Salary.
           MOVE 0 TO WS-SALARY-PAY.
           MOVE 0 TO WS-DAYS-PAID.
           MOVE 0 TO WS-PERIOD-DAYS.
           IF PM-PAY-IS-SALARIED
               IF PM-ANNUAL-SALARY NOT NUMERIC
                   MOVE 0 TO PM-ANNUAL-SALARY
               END-IF
               IF PM-TERM-DATE NOT NUMERIC
                   MOVE 0 TO PM-TERM-DATE
               END-IF
               MOVE 0 TO WS-CLASS-HOURS(2)
               MOVE 0 TO WS-CLASS-HOURS(3)
               MOVE 0 TO WS-CLASS-HOURS(4)
               MOVE PM-HOURS TO WS-CLASS-HOURS(1)
               PERFORM Count-Salary-Days
               COMPUTE WS-SALARY-PAY ROUNDED =
                   PM-ANNUAL-SALARY * WS-DAYS-PAID
                   / (WS-SALARY-PERIODS * WS-PERIOD-DAYS)
                   ON SIZE ERROR
                       SET GROSS-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF.

       Count-Salary-Days.
           PERFORM Set-Period-Bounds.
           MOVE WS-PERIOD-START-DAY TO WS-FIRST-PAID-DAY.
           MOVE WS-PERIOD-END-DAY   TO WS-LAST-PAID-DAY.
           IF WS-HIRE-DATE > 16010101
               COMPUTE WS-BOUNDARY-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
               IF WS-BOUNDARY-DAY > WS-FIRST-PAID-DAY
                   MOVE WS-BOUNDARY-DAY TO WS-FIRST-PAID-DAY
               END-IF
           END-IF.
           IF PM-TERM-DATE > 16010101
               COMPUTE WS-BOUNDARY-DAY =
                   FUNCTION INTEGER-OF-DATE(PM-TERM-DATE)
               IF WS-BOUNDARY-DAY < WS-LAST-PAID-DAY
                   MOVE WS-BOUNDARY-DAY TO WS-LAST-PAID-DAY
               END-IF
           END-IF.
           IF WS-LAST-PAID-DAY < WS-FIRST-PAID-DAY
               MOVE 0 TO WS-DAYS-PAID
           ELSE
               COMPUTE WS-DAYS-PAID =
                   WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
           END-IF.
           IF WS-UNPAID-FROM-DAY > 0 AND WS-DAYS-PAID > 0
               PERFORM Remove-Absent-Days
           END-IF.

      * Only the part of the absence inside the paid days comes
      * off them.
       Remove-Absent-Days.
           IF WS-UNPAID-FROM-DAY > WS-FIRST-PAID-DAY
               MOVE WS-UNPAID-FROM-DAY TO WS-FIRST-PAID-DAY
           END-IF.
           IF WS-UNPAID-TO-DAY < WS-LAST-PAID-DAY
               MOVE WS-UNPAID-TO-DAY TO WS-LAST-PAID-DAY
           END-IF.
           IF WS-LAST-PAID-DAY NOT < WS-FIRST-PAID-DAY
               COMPUTE WS-DAYS-PAID = WS-DAYS-PAID
                   - (WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1)
           END-IF.

       Set-Period-Bounds.
           IF WS-PERIODS-PER-YEAR NUMERIC
               AND WS-PERIODS-PER-YEAR NOT = 0
               MOVE WS-PERIODS-PER-YEAR TO WS-SALARY-PERIODS
           ELSE
               MOVE 26 TO WS-SALARY-PERIODS
           END-IF.
           COMPUTE WS-PERIOD-DAYS = 364 / WS-SALARY-PERIODS.
           COMPUTE WS-PERIOD-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
           COMPUTE WS-PERIOD-START-DAY =
               WS-PERIOD-END-DAY - WS-PERIOD-DAYS + 1.

      * Only the classes actually worked print; a straight-time
      * period shows its one REG line, a salaried one its SAL
      * line and the days it covers.
       Write-Class-Lines.
           IF PM-PAY-IS-SALARIED
               PERFORM Write-Salary-Line
           END-IF.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               IF WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT) NOT = 0
                   PERFORM Write-One-Class-Line
               END-IF
           END-PERFORM.

       Write-Salary-Line.
           MOVE WS-DAYS-PAID   TO WS-DAYS-DISPLAY.
           MOVE WS-PERIOD-DAYS TO WS-PERIOD-DAYS-DISPLAY.
           MOVE WS-SALARY-PAY  TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        SAL DAYS:" WS-DAYS-DISPLAY
                   "/" WS-PERIOD-DAYS-DISPLAY
                   "          PAY:" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-One-Class-Line.
           MOVE WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT) TO WS-HOURS-DISPLAY.
           MOVE PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
               TO WS-FACTOR-DISPLAY.
           MOVE WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        " WS-CLASS-LABEL(WS-CLASS-SUBSCRIPT)
                   " HRS:" WS-HOURS-DISPLAY
                   " X" WS-FACTOR-DISPLAY
                   " PAY:" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Pay-History.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           MOVE PM-HOURS           TO PY-HOURS.
           MOVE WS-GROSS-PAY       TO PY-GROSS.
           MOVE WS-NET-PAY         TO PY-NET.
           MOVE WS-TAX-AMOUNT      TO PY-TAX.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               MOVE WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
                   TO PY-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
               MOVE PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
                   TO PY-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
               MOVE WS-CLASS-PAY(WS-CLASS-SUBSCRIPT)
                   TO PY-CLASS-PAY(WS-CLASS-SUBSCRIPT)
           END-PERFORM.
           IF PM-PAY-IS-SALARIED
               MOVE 'S'            TO PY-PAY-TYPE
               MOVE PM-ANNUAL-SALARY TO PY-ANNUAL-SALARY
           ELSE
               MOVE 'H'            TO PY-PAY-TYPE
               MOVE 0              TO PY-ANNUAL-SALARY
           END-IF.
           MOVE WS-SALARY-PAY      TO PY-SALARY-PAY.
           MOVE WS-DAYS-PAID       TO PY-DAYS-PAID.
           MOVE WS-PERIOD-DAYS     TO PY-PERIOD-DAYS.
           MOVE WS-EMPLOYEE-GARNISHED TO PY-GARNISHED.
           MOVE WS-EMPLOYEE-REIMBURSED TO PY-REIMBURSED.
           MOVE 0                  TO PY-LEAVE-CASHOUT.
           MOVE 'R'                TO PY-PAY-RUN.
           MOVE WS-TAXABLE-GROSS   TO PY-TAXABLE-GROSS.
           WRITE PAY-CURRENT-REC FROM PAY-HISTORY-REC.
           WRITE PAY-HISTORY-REC.

       Open-YTD-Master.
                   IF YT-YEAR NOT = WS-RUN-YEAR
                       PERFORM Start-New-YTD-Record
                   ELSE
                       IF YT-TAXABLE-GROSS NOT NUMERIC
                           MOVE YT-GROSS TO YT-TAXABLE-GROSS
                       END-IF
                       ADD 1 TO YT-PERIODS-PAID
                       ADD WS-GROSS-PAY TO YT-GROSS
                       ADD WS-TAXABLE-GROSS TO YT-TAXABLE-GROSS
                       ADD WS-EMPLOYEE-DEDUCTIONS TO YT-DEDUCTIONS
                       ADD WS-NET-PAY TO YT-NET
                       ADD WS-TAX-AMOUNT TO YT-TAX
                   END-IF
                   REWRITE YTD-MASTER-REC
           END-READ.
           MOVE WS-GROSS-PAY TO YT-GROSS.
           MOVE WS-EMPLOYEE-DEDUCTIONS TO YT-DEDUCTIONS.
           MOVE WS-NET-PAY TO YT-NET.
           MOVE WS-TAX-AMOUNT TO YT-TAX.
           MOVE WS-TAXABLE-GROSS TO YT-TAXABLE-GROSS.

      * A missing order master is not an error - nobody is under
      * a court order - but the GARNREG register is written every
      * run so the empty register proves it.
       Open-Garnishments.
           OPEN INPUT GARN-CONTROL.
           IF WS-GARN-CONTROL-STATUS = "00"
               READ GARN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GARN-CONTROL-REC NUMERIC
                           AND GARN-CONTROL-REC > 0
                           AND GARN-CONTROL-REC NOT > 100
                           MOVE GARN-CONTROL-REC
                               TO WS-GARN-CAP-PERCENT
                       END-IF
               END-READ
               CLOSE GARN-CONTROL
           ELSE
               DISPLAY "NO GARNCTL CARD - CAP DEFAULTS 25.00"
           END-IF.
           OPEN I-O GARN-MASTER.
           IF WS-GARN-MASTER-STATUS = "00"
               SET GARNMAST-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO GARNMAST ON FILE - NO ORDERS TAKEN"
           END-IF.
           OPEN OUTPUT GARN-REGISTER.
           MOVE "GARNISHMENT REGISTER - ORDERS TAKEN, SHORT, SKIPPED"
               TO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The key runs employee, priority, case, so one START and a
      * browse to the next employee returns the orders in the
      * order the court ranks them. Each takes what it asks for,
      * up to its balance and up to what the cap has left; the
      * first order can exhaust the cap and leave the rest short.
       Apply-Garnishments.
           MOVE 0 TO WS-EMPLOYEE-GARNISHED.
           SET EMPLOYEE-HAS-NO-ORDERS TO TRUE.
           IF GARNMAST-ON-FILE
               COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY - WS-TAX-AMOUNT
               IF WS-DISPOSABLE-PAY < 0
                   MOVE 0 TO WS-DISPOSABLE-PAY
               END-IF
               COMPUTE WS-GARN-CAP-LEFT ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GARN-CAP-PERCENT / 100
               MOVE LOW-VALUES TO GO-ORDER-KEY
               MOVE PM-EMPLOYEE-NUMBER TO GO-EMPLOYEE-NUMBER
               SET GARN-BROWSE-NOT-DONE TO TRUE
               START GARN-MASTER
                   KEY IS >= GO-ORDER-KEY
                   INVALID KEY
                       SET GARN-BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL GARN-BROWSE-DONE
                   READ GARN-MASTER NEXT RECORD
                       AT END
                           SET GARN-BROWSE-DONE TO TRUE
                       NOT AT END
                           IF GO-EMPLOYEE-NUMBER
                                   NOT = PM-EMPLOYEE-NUMBER
                               SET GARN-BROWSE-DONE TO TRUE
                           ELSE
                               IF GO-ORDER-IS-ACTIVE
                                   PERFORM Take-One-Order
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Take-One-Order.
           SET EMPLOYEE-HAS-ORDERS TO TRUE.
           IF GO-AMOUNT-IS-PERCENT
               COMPUTE WS-GARN-WANTED ROUNDED =
                   WS-DISPOSABLE-PAY * GO-AMOUNT-VALUE / 100
           ELSE
               MOVE GO-AMOUNT-VALUE TO WS-GARN-WANTED
           END-IF.
           IF WS-GARN-WANTED > GO-BALANCE
               MOVE GO-BALANCE TO WS-GARN-WANTED
           END-IF.
           IF WS-GARN-WANTED > WS-GARN-CAP-LEFT
               MOVE WS-GARN-CAP-LEFT TO WS-GARN-TAKEN
           ELSE
               MOVE WS-GARN-WANTED TO WS-GARN-TAKEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-GARN-TAKEN NOT > 0
                   MOVE 0 TO WS-GARN-TAKEN
                   MOVE "SKIPPED" TO WS-GARN-DISPOSITION
                   ADD 1 TO WS-ORDERS-SKIPPED
               WHEN WS-GARN-TAKEN < WS-GARN-WANTED
                   MOVE "SHORT" TO WS-GARN-DISPOSITION
                   ADD 1 TO WS-ORDERS-SHORT
               WHEN OTHER
                   MOVE "TAKEN" TO WS-GARN-DISPOSITION
                   ADD 1 TO WS-ORDERS-TAKEN
           END-EVALUATE.
           SUBTRACT WS-GARN-TAKEN FROM GO-BALANCE.
           SUBTRACT WS-GARN-TAKEN FROM WS-GARN-CAP-LEFT.
           ADD WS-GARN-TAKEN TO GO-PAID-TO-DATE.
           ADD WS-GARN-TAKEN TO WS-EMPLOYEE-GARNISHED.
           ADD WS-GARN-TAKEN TO WS-TOTAL-GARNISHED.
           IF GO-BALANCE = 0
               MOVE 'C' TO GO-STATUS
               MOVE WS-RUN-DATE TO GO-CLOSE-DATE
           END-IF.
           REWRITE GARN-MASTER-REC.
           PERFORM Write-Garn-Register-Line.
           IF WS-GARN-TAKEN > 0
               MOVE WS-GARN-TAKEN TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "        GRN " GO-CASE-NUMBER
                       " AMT:" WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

       Write-Garn-Register-Line.
           MOVE WS-GARN-WANTED TO WS-EDITED-WANTED.
           MOVE WS-GARN-TAKEN  TO WS-EDITED-TAKEN.
           MOVE GO-BALANCE     TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-GARN-DISPOSITION
                   " " GO-EMPLOYEE-NUMBER
                   " " GO-CASE-NUMBER
                   " WANT:" WS-EDITED-WANTED
                   " TOOK:" WS-EDITED-TAKEN
                   " BAL:" WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.
           IF GO-ORDER-IS-CLOSED
               ADD 1 TO WS-ORDERS-CLOSED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "CLOSED   " GO-EMPLOYEE-NUMBER
                       " " GO-CASE-NUMBER
                       " PAID OFF - " GO-PAYEE
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

       Write-Garn-Register-Totals.
           MOVE WS-ORDERS-TAKEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS TAKEN:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ORDERS-SHORT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS SHORT-PAID:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ORDERS-SKIPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS SKIPPED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ORDERS-CLOSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ORDERS CLOSED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-GARNISHED TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL GARNISHED: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * No plan master or participant file simply means nobody
      * defers. RETCONT is written every run, header and trailer,
      * so the custodian's empty file proves an empty period.
       Open-Retirement-Plan.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS = "00"
               SET RETPLAN-ON-FILE TO TRUE
           END-IF.
           OPEN I-O PARTICIPANT-MASTER.
           IF WS-PARTICIPANT-MASTER-STATUS = "00"
               SET RETPART-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT CONTRIBUTION-FILE.
           MOVE SPACES TO CONT-RECORD.
           MOVE 'H' TO CF-RECORD-TYPE.
           MOVE WS-PERIOD-END TO CF-HDR-PERIOD-END.
           MOVE WS-RUN-DATE TO CF-HDR-RUN-DATE.
           WRITE CONTRIBUTION-FILE-REC FROM CONT-RECORD.

       Close-Retirement-Plan.
           MOVE SPACES TO CONT-RECORD.
           MOVE 'T' TO CF-RECORD-TYPE.
           MOVE WS-CONTRIBUTIONS-SENT TO CF-TRL-RECORD-COUNT.
           MOVE WS-TOTAL-DEFERRALS TO CF-TRL-TOTAL-DEFERRAL.
           MOVE WS-TOTAL-MATCH TO CF-TRL-TOTAL-MATCH.
           WRITE CONTRIBUTION-FILE-REC FROM CONT-RECORD.
           CLOSE CONTRIBUTION-FILE.
           IF RETPART-ON-FILE
               CLOSE PARTICIPANT-MASTER
           END-IF.
           IF RETPLAN-ON-FILE
               CLOSE RETIREMENT-PLAN-MASTER
           END-IF.

      * The elective deferral is priced before withholding since
      * it comes off taxable gross. A stopped participant, or one
      * who has left, takes nothing; the annual limit stops the
      * deferral part-way through the period that reaches it and
      * then at nothing for the rest of the year. The match is the
      * plan's percent of the deferral, counting only deferral up
      * to the plan's cap percent of this period's gross.
       Price-Plan-Deferral.
           MOVE 0 TO WS-PLAN-DEFERRAL.
           MOVE 0 TO WS-PLAN-MATCH.
           MOVE 0 TO WS-PLAN-SLOT.
           SET EMPLOYEE-NOT-DEFERRING TO TRUE.
           SET PARTICIPANT-NOT-FOUND TO TRUE.
           IF RETPART-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER
               READ PARTICIPANT-MASTER
                   KEY IS RA-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PARTICIPANT-WAS-FOUND TO TRUE
               END-READ
           END-IF.
           IF PARTICIPANT-NOT-FOUND OR NOT RA-IS-DEFERRING
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROSS-PAY NOT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DEFERRAL-PROBLEM.
           IF RETPLAN-ON-FILE
               MOVE RA-PLAN-CODE TO RN-PLAN-CODE
               READ RETIREMENT-PLAN-MASTER
                   KEY IS RN-PLAN-CODE
                   INVALID KEY
                       MOVE "PLAN NOT ON RETPLAN"
                           TO WS-DEFERRAL-PROBLEM
               END-READ
           ELSE
               MOVE "PLAN NOT ON RETPLAN" TO WS-DEFERRAL-PROBLEM
           END-IF.
           IF WS-DEFERRAL-PROBLEM NOT = SPACES
               PERFORM Log-Deferral-Problem
               EXIT PARAGRAPH
           END-IF.
      * The first deferral of a new calendar year starts the limit
      * over in place, the way YTDMAST does.
           IF RA-LIMIT-YEAR NOT = WS-RUN-YEAR
               MOVE WS-RUN-YEAR TO RA-LIMIT-YEAR
               MOVE 0 TO RA-YTD-DEFERRAL
               MOVE 0 TO RA-YTD-MATCH
           END-IF.
           IF RA-ELECTS-PERCENT
               COMPUTE WS-PLAN-DEFERRAL ROUNDED =
                   WS-GROSS-PAY * RA-ELECTION-VALUE / 100
           ELSE
               MOVE RA-ELECTION-VALUE TO WS-PLAN-DEFERRAL
           END-IF.
           IF WS-PLAN-DEFERRAL > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-PLAN-DEFERRAL
           END-IF.
           COMPUTE WS-LIMIT-LEFT = RN-ANNUAL-LIMIT - RA-YTD-DEFERRAL.
           IF WS-LIMIT-LEFT < 0
               MOVE 0 TO WS-LIMIT-LEFT
           END-IF.
           IF WS-PLAN-DEFERRAL >= WS-LIMIT-LEFT
               MOVE WS-LIMIT-LEFT TO WS-PLAN-DEFERRAL
               PERFORM Note-Limit-Reached
           END-IF.
           IF WS-PLAN-DEFERRAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Plan-Slot.
           IF WS-PLAN-SLOT = 0
               MOVE 0 TO WS-PLAN-DEFERRAL
               MOVE "NO FREE DEDMAST ENTRY" TO WS-DEFERRAL-PROBLEM
               PERFORM Log-Deferral-Problem
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MATCHABLE-PAY ROUNDED =
               WS-GROSS-PAY * RN-MATCH-CAP-PERCENT / 100.
           IF WS-MATCHABLE-PAY > WS-PLAN-DEFERRAL
               MOVE WS-PLAN-DEFERRAL TO WS-MATCHABLE-PAY
           END-IF.
           COMPUTE WS-PLAN-MATCH ROUNDED =
               WS-MATCHABLE-PAY * RN-MATCH-PERCENT / 100.
           MOVE RN-CUSTODIAN-ID TO WS-PLAN-CUSTODIAN-ID.
           SET EMPLOYEE-IS-DEFERRING TO TRUE.

       Note-Limit-Reached.
           MOVE RN-ANNUAL-LIMIT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        RET " RA-PLAN-CODE
                   " ANNUAL LIMIT" WS-EDITED-TOTAL " REACHED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The deferral is carried in the pay history's deduction
      * entries like any other, so every reader of PAYHIST sees
      * it: in the entry keyed under the plan code if there is
      * one, else the first free entry - the BENENROL rule for a
      * plan entry. An employee with no DEDMAST record has all
      * three free.
       Find-Plan-Slot.
           MOVE 0 TO WS-PLAN-SLOT.
           SET EMPLOYEE-HAS-NO-DEDUCTIONS TO TRUE.
           IF DEDMAST-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO DM-EMPLOYEE-NUMBER
               READ DEDUCTION-MASTER
                   KEY IS DM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EMPLOYEE-HAS-DEDUCTIONS TO TRUE
               END-READ
           END-IF.
           IF EMPLOYEE-HAS-NO-DEDUCTIONS
               MOVE 1 TO WS-PLAN-SLOT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3 OR WS-PLAN-SLOT > 0
               IF NOT DM-DED-IS-UNUSED(WS-DED-SUBSCRIPT)
                   AND DM-DED-CODE(WS-DED-SUBSCRIPT) = RA-PLAN-CODE
                   MOVE WS-DED-SUBSCRIPT TO WS-PLAN-SLOT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3 OR WS-PLAN-SLOT > 0
               IF DM-DED-IS-UNUSED(WS-DED-SUBSCRIPT)
                   MOVE WS-DED-SUBSCRIPT TO WS-PLAN-SLOT
               END-IF
           END-PERFORM.

       Log-Deferral-Problem.
           ADD 1 TO WS-PAY-EXCEPTIONS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        RET " RA-PLAN-CODE
                   " NOT DEFERRED - " WS-DEFERRAL-PROBLEM
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P032" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYCALC" TO EX-PROGRAM-ID.
           STRING "DEFERRAL NOT TAKEN - EMP:" PM-EMPLOYEE-NUMBER
                   " " WS-DEFERRAL-PROBLEM
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * Withholding is priced off the gross for the run year, the
      * year the wages are paid in, at the PAYPCTL periods per
      * year. A missing table withholds nothing here and leaves
      * the DEDMAST TAX entry, if any, to apply as it always did.
      * A retirement plan deferral is pre-tax: it is taken off
      * the gross the table sees, and that taxable gross goes on
      * PAYHIST and YTDMAST for the wage reports to file from.
       Compute-Withholding.
           MOVE 0 TO WS-TAX-AMOUNT.
           SET TAX-NOT-PRICED TO TRUE.
           MOVE WS-RUN-YEAR         TO TC-TAX-YEAR.
           MOVE PM-FILING-STATUS    TO TC-FILING-STATUS.
           MOVE PM-ALLOWANCES       TO TC-ALLOWANCES.
           MOVE WS-PERIODS-PER-YEAR TO TC-PERIODS-PER-YEAR.
           COMPUTE WS-TAXABLE-GROSS = WS-GROSS-PAY - WS-PLAN-DEFERRAL.
           MOVE WS-TAXABLE-GROSS    TO TC-TAXABLE-GROSS.
           CALL "TAXCALCW" USING WS-TAX-CALC-PARM.
           IF TC-TAX-WAS-PRICED
               SET TAX-PRICED-FROM-TABLE TO TRUE
               MOVE TC-WITHHOLDING TO WS-TAX-AMOUNT
               ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
               MOVE WS-TAX-AMOUNT TO WS-EDITED-DEDUCTION
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "        TAX " TC-FILING-STATUS
                       "/" TC-ALLOWANCES
                       " AMT:" WS-EDITED-DEDUCTION
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE
           ELSE
               PERFORM Log-No-Tax-Table
           END-IF.

      * Deductions come off after the gross: percentage entries
      * against the gross just computed, flat entries as keyed,
      * dollar between gross and net.
       Apply-Deductions.
           MOVE WS-GROSS-PAY TO WS-NET-PAY.
           SUBTRACT WS-TAX-AMOUNT FROM WS-NET-PAY.
           SUBTRACT WS-EMPLOYEE-GARNISHED FROM WS-NET-PAY.
           MOVE WS-EMPLOYEE-GARNISHED TO WS-EMPLOYEE-DEDUCTIONS.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               MOVE SPACES TO PY-DED-CODE(WS-DED-SUBSCRIPT)
               MOVE 0 TO PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
           END-PERFORM.
           SET EMPLOYEE-HAS-NO-DEDUCTIONS TO TRUE.
           IF DEDMAST-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO DM-EMPLOYEE-NUMBER
           IF EMPLOYEE-HAS-DEDUCTIONS
               PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-DED-SUBSCRIPT > 3
                   PERFORM Check-Plan-Entry
                   EVALUATE TRUE
                       WHEN DM-DED-IS-UNUSED(WS-DED-SUBSCRIPT)
                           CONTINUE
                       WHEN TAX-PRICED-FROM-TABLE
                           AND DM-DED-CODE(WS-DED-SUBSCRIPT) = "TAX"
                           MOVE "TAXMAST TABLE" TO WS-SUPERSEDED-BY
                           PERFORM Note-Superseded-Entry
                       WHEN EMPLOYEE-HAS-ORDERS
                           AND DM-DED-CODE(WS-DED-SUBSCRIPT) = "GRN"
                           MOVE "GARNMAST ORDERS" TO WS-SUPERSEDED-BY
                           PERFORM Note-Superseded-Entry
                       WHEN ENTRY-IS-PLAN-CODE
                           MOVE "RETPART" TO WS-SUPERSEDED-BY
                           PERFORM Note-Superseded-Entry
                       WHEN OTHER
                           PERFORM Apply-One-Deduction
                   END-EVALUATE
               END-PERFORM
           END-IF.
           IF EMPLOYEE-IS-DEFERRING
               PERFORM Take-Plan-Deferral
           END-IF.
           ADD WS-EMPLOYEE-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
           ADD WS-NET-PAY TO WS-TOTAL-NET.

           END-IF.
           SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-NET-PAY.
           ADD WS-DEDUCTION-AMOUNT TO WS-EMPLOYEE-DEDUCTIONS.
           MOVE DM-DED-CODE(WS-DED-SUBSCRIPT)
               TO PY-DED-CODE(WS-DED-SUBSCRIPT).
           MOVE WS-DEDUCTION-AMOUNT
               TO PY-DED-AMOUNT(WS-DED-SUBSCRIPT).
           MOVE WS-DEDUCTION-AMOUNT TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        DED " DM-DED-CODE(WS-DED-SUBSCRIPT)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The table has already withheld, or the orders already
      * garnished, or the RETPART election already deferred; the
      * old DEDMAST entry stays keyed for the year a table goes
      * missing or the orders are vacated, but is shown as set
      * aside rather than taken twice.
       Note-Superseded-Entry.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        DED " DM-DED-CODE(WS-DED-SUBSCRIPT)
                   " " DM-DED-TYPE(WS-DED-SUBSCRIPT)
                   " SUPERSEDED BY " WS-SUPERSEDED-BY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * A DEDMAST entry under any RETPLAN plan code is the old
      * hand-keyed deferral; the RETPART election has replaced it
      * only for an employee deferring through it this period.
      * Anyone else - no election, or one not deferring - keeps
      * the entry as an ordinary deduction.
       Check-Plan-Entry.
           SET ENTRY-NOT-PLAN-CODE TO TRUE.
           IF PARTICIPANT-NOT-FOUND OR EMPLOYEE-NOT-DEFERRING
               EXIT PARAGRAPH
           END-IF.
           IF RETPLAN-ON-FILE
               AND NOT DM-DED-IS-UNUSED(WS-DED-SUBSCRIPT)
               MOVE DM-DED-CODE(WS-DED-SUBSCRIPT) TO RN-PLAN-CODE
               READ RETIREMENT-PLAN-MASTER
                   KEY IS RN-PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENTRY-IS-PLAN-CODE TO TRUE
               END-READ
           END-IF.

      * The match is the employer's money, not the employee's: it
      * is shown under the deferral but never comes off net.
       Take-Plan-Deferral.
           SUBTRACT WS-PLAN-DEFERRAL FROM WS-NET-PAY.
           ADD WS-PLAN-DEFERRAL TO WS-EMPLOYEE-DEDUCTIONS.
           MOVE RA-PLAN-CODE TO PY-DED-CODE(WS-PLAN-SLOT).
           MOVE WS-PLAN-DEFERRAL TO PY-DED-AMOUNT(WS-PLAN-SLOT).
           MOVE WS-PLAN-DEFERRAL TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        RET " RA-PLAN-CODE
                   " " RA-ELECTION-TYPE
                   " AMT:" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE WS-PLAN-MATCH TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        RET " RA-PLAN-CODE
                   " EMPLOYER MATCH:" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Rolled into the participant only once the pay is written,
      * then sent to the custodian.
       Post-Plan-Contribution.
           ADD WS-PLAN-DEFERRAL TO RA-YTD-DEFERRAL
                                   RA-EMPLOYEE-BALANCE.
           ADD WS-PLAN-MATCH TO RA-YTD-MATCH
                                RA-EMPLOYER-BALANCE.
           MOVE WS-PERIOD-END TO RA-LAST-PERIOD.
           REWRITE PARTICIPANT-MASTER-REC.
           MOVE SPACES TO CONT-RECORD.
           MOVE 'D' TO CF-RECORD-TYPE.
           MOVE RA-PLAN-CODE         TO CF-DTL-PLAN-CODE.
           MOVE WS-PLAN-CUSTODIAN-ID TO CF-DTL-CUSTODIAN-ID.
           MOVE RA-EMPLOYEE-NUMBER   TO CF-DTL-EMPLOYEE-NUMBER.
           MOVE WS-PLAN-DEFERRAL     TO CF-DTL-DEFERRAL.
           MOVE WS-PLAN-MATCH        TO CF-DTL-MATCH.
           MOVE RA-YTD-DEFERRAL      TO CF-DTL-YTD-DEFERRAL.
           WRITE CONTRIBUTION-FILE-REC FROM CONT-RECORD.
           ADD 1 TO WS-CONTRIBUTIONS-SENT.
           ADD WS-PLAN-DEFERRAL TO WS-TOTAL-DEFERRALS.
           ADD WS-PLAN-MATCH TO WS-TOTAL-MATCH.

      * Approved expense claims ride on top of the net - repaid,
      * not earned, so gross, tax and YTDMAST taxable earnings
      * never see them - and each is marked paid with the period
      * as it is taken.
       Apply-Reimbursements.
           MOVE 0 TO WS-EMPLOYEE-REIMBURSED.
           IF EXPMAST-ON-FILE
               SET CLAIM-BROWSE-NOT-DONE TO TRUE
               MOVE PM-EMPLOYEE-NUMBER TO XP-EMPLOYEE-NUMBER
               MOVE LOW-VALUES TO XP-RECEIPT-REF
               START EXPENSE-MASTER
                   KEY IS >= XP-CLAIM-KEY
                   INVALID KEY
                       SET CLAIM-BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL CLAIM-BROWSE-DONE
                   READ EXPENSE-MASTER NEXT RECORD
                       AT END
                           SET CLAIM-BROWSE-DONE TO TRUE
                       NOT AT END
                           IF XP-EMPLOYEE-NUMBER
                                   NOT = PM-EMPLOYEE-NUMBER
                               SET CLAIM-BROWSE-DONE TO TRUE
                           ELSE
                               IF XP-CLAIM-IS-APPROVED
                                   PERFORM Repay-One-Claim
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           ADD WS-EMPLOYEE-REIMBURSED TO WS-NET-PAY.
           ADD WS-EMPLOYEE-REIMBURSED TO WS-TOTAL-NET.
           ADD WS-EMPLOYEE-REIMBURSED TO WS-TOTAL-REIMBURSED.

       Repay-One-Claim.
           ADD XP-AMOUNT TO WS-EMPLOYEE-REIMBURSED.
           ADD 1 TO WS-CLAIMS-REPAID.
           MOVE 'P' TO XP-STATUS.
           MOVE WS-PERIOD-END TO XP-PAID-PERIOD.
           MOVE WS-RUN-DATE TO XP-PAID-DATE.
           REWRITE EXPENSE-MASTER-REC.
           MOVE XP-AMOUNT TO WS-EDITED-DEDUCTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        EXP " XP-CATEGORY
                   " " XP-RECEIPT-REF
                   " AMT:" WS-EDITED-DEDUCTION
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Net-Pay-Line.
           MOVE WS-NET-PAY TO WS-EDITED-NET.
           MOVE SPACES TO WS-REGISTER-LINE.
      * number and flag the missing name rather than dropping pay.
       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE 0 TO WS-HIRE-DATE.
           MOVE PM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                   IF EM-HIRE-DATE NUMERIC
                       MOVE EM-HIRE-DATE TO WS-HIRE-DATE
                   END-IF
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           IF WS-FINAL-PAYS-PASSED > 0
               MOVE WS-FINAL-PAYS-PASSED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "FINAL PAY ALREADY ISSUED - PASSED OVER:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

           IF WS-PAYS-HELD > 0
               MOVE WS-PAYS-HELD TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "PAY HELD - ON LEAVE OR SUSPENDED:     "
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

           MOVE WS-TOTAL-TAX TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL TAX:       " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-DEDUCTIONS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL DEDUCTIONS:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-DEFERRALS TO WS-EDITED-TOTAL.
           MOVE WS-CONTRIBUTIONS-SENT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PLAN DEFERRALS:  " WS-EDITED-TOTAL
                   " RETCONT:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-MATCH TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EMPLOYER MATCH:  " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-REIMBURSED TO WS-EDITED-TOTAL.
           MOVE WS-CLAIMS-REPAID TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL REIMBURSED:" WS-EDITED-TOTAL
                   " CLAIMS:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL NET PAY:   " WS-EDITED-TOTAL
                   PM-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Log-No-Tax-Table.
           ADD 1 TO WS-PAY-EXCEPTIONS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "        TAX " TC-FILING-STATUS
                   " NO TAXMAST TABLE FOR " TC-TAX-YEAR
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE PAY-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P011" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "PAYCALC" TO EX-PROGRAM-ID.
           STRING "NO TAX TABLE " TC-TAX-YEAR "/" TC-FILING-STATUS
                   " - EMPLOYEE:" PM-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
