       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
      * Final-pay run for leavers, the step that runs off the HR
      * TERMTRAN termination batch ahead of EMPTERM - before the
      * cascade takes away the PAYMAST pay record and the LEAVMAST
      * balance it needs. For each termination the open PAYPCTL
      * period's pay is priced through the termination date the
      * way PAYCALC prices it: an hourly leaver's hours TIMECARD
      * has put on PAYMAST class by class at the PREMCTL
      * multipliers, a salaried leaver's salary prorated by
      * calendar day to the termination date. The unused
      * LV-BALANCE-HOURS - the vacation bucket; sick leave is not
      * paid out - are then cashed out at the current
      * PM-PAY-RATE (a salaried record's hourly equivalent) and
      * added to the gross. Withholding is priced on the whole by
      * the TAXCALCW service, court-ordered garnishments on the
      * GARNMAST order master are taken out of the disposable
      * earnings under the GARNCTL cap exactly as PAYCALC takes
      * them - each order's balance drawn down, the FINLGARN
      * register showing every order taken, short-paid or
      * skipped - the DEDMAST deductions come off as PAYCALC
      * takes them (a GRN entry set aside for a leaver with
      * orders on file, a plan-code entry for one whose RETPART
      * election is deferring), and approved EXPMAST expense
      * claims are repaid. No plan deferral is taken from a final
      * pay. The pay lands on PAYHIST and YTDMAST marked as a
      * final pay, and on the FINALCUR off-cycle current-pay file
      * (PAYCUR layout) that DDEPOSIT and CHECKPRT pay from when
      * run with their OFFCYCLE card. The PAYMAST record is
      * stamped with the final-pay date and its hours cleared, so
      * no regular cycle pays the leaver again before EMPTERM
      * removes it, and the cashed-out hours are taken off
      * LEAVMAST. Every leaver gets a final-pay statement on
      * FINLSTMT through the shared RPTWRITE service; FINLREG
      * registers each final pay and reject. A period PAYCALC has
      * already paid pays the leave cash-out only.
      * Each run is kept in the RPTREPO report repository as
      * FINLSTMT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-TRANSACTIONS ASSIGN TO "Cobol/data/TERMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-TRANSACTIONS-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT LEAVE-MASTER ASSIGN TO "Cobol/data/LEAVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-NUMBER
               FILE STATUS IS WS-LEAVE-MASTER-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO "Cobol/data/DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

           SELECT EXPENSE-MASTER ASSIGN TO "Cobol/data/EXPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-CLAIM-KEY
               FILE STATUS IS WS-EXPENSE-MASTER-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

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

      * This run's own garnishment register, as FINLREG is its
      * own pay register - PAYCALC's GARNREG is left to the cycle.
           SELECT GARN-REGISTER ASSIGN TO "Cobol/data/FINLGARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-REGISTER-STATUS.

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

           SELECT YTD-MASTER ASSIGN TO "Cobol/data/YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-EMPLOYEE-NUMBER
               FILE STATUS IS WS-YTD-MASTER-STATUS.

      * Append log shared with PAYCALC - the final pay is part of
      * the year's pay history like any cycle.
           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

      * Rebuilt every run - this run's final pays only, keyed in
      * the PAYCUR layout for the off-cycle DDEPOSIT and CHECKPRT
      * runs that follow. Terminations arrive in HR's order, so
      * the file is written by key, not in sequence.
           SELECT FINAL-CURRENT ASSIGN TO "Cobol/data/FINALCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-FINAL-CURRENT-STATUS.

           SELECT FINAL-REGISTER ASSIGN TO "Cobol/data/FINLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-REGISTER-STATUS.

           SELECT FINAL-STATEMENT ASSIGN TO "Cobol/data/FINLSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-TRANSACTIONS.
      * The EMPTERM termination batch, read as it stands:
      *   Pos  1- 6  TT-EMPLOYEE-NUMBER 9(6)
      *   Pos  7-14  TT-TERM-DATE       9(8)  YYYYMMDD
      *   Pos 15-17  TT-TERM-REASON     X(3)
       01 TERM-TRANSACTION-REC.
           05 TT-EMPLOYEE-NUMBER      PIC 9(6).
           05 TT-TERM-DATE            PIC 9(8).
           05 TT-TERM-REASON          PIC X(3).

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  LEAVE-MASTER.
       01 LEAVE-MASTER-REC.
           COPY LEAVE-MASTER-REC.

       FD  DEDUCTION-MASTER.
       01 DEDUCTION-MASTER-REC.
           COPY DED-MASTER-REC.

       FD  EXPENSE-MASTER.
       01 EXPENSE-MASTER-REC.
           COPY EXP-CLAIM-REC.

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PREMIUM-CONTROL.
       01 PREMIUM-CONTROL-REC.
           05 PREMIUM-CARD-FACTOR     PIC 9V99 OCCURS 4 TIMES.

       FD  GARN-MASTER.
       01 GARN-MASTER-REC.
           COPY GARN-ORDER-REC.

       FD  GARN-CONTROL.
      * PAYCALC's card: the most of disposable earnings all orders
      * together may take, 9(3)V99. Missing card takes 25.00.
       01 GARN-CONTROL-REC            PIC 9(3)V99.

       FD  GARN-REGISTER.
       01 GARN-REGISTER-LINE          PIC X(80).

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  YTD-MASTER.
       01 YTD-MASTER-REC.
           COPY YTD-MASTER-REC.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  FINAL-CURRENT.
       01 FINAL-CURRENT-REC.
           COPY PAY-HIST-REC REPLACING LEADING ==PY-== BY ==PQ-==.

       FD  FINAL-REGISTER.
       01 FINAL-REGISTER-LINE         PIC X(80).

       FD  FINAL-STATEMENT.
       01 FINAL-STATEMENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-LEAVE-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS  PIC XX VALUE "00".
       01 WS-EXPENSE-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PREMIUM-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-GARN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-GARN-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-GARN-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-YTD-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-FINAL-CURRENT-STATUS     PIC XX VALUE "00".
       01 WS-FINAL-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-FINAL-STATEMENT-STATUS   PIC XX VALUE "00".

       01 WS-PERIOD-WORK.
           COPY PAY-PERIOD-REC
               REPLACING PC-PERIOD-END    BY WS-PERIOD-END
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

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-LEAVMAST-SWITCH          PIC X VALUE 'N'.
           88 LEAVMAST-ON-FILE             VALUE 'Y'.
       01 WS-DEDMAST-SWITCH           PIC X VALUE 'N'.
           88 DEDMAST-ON-FILE              VALUE 'Y'.
       01 WS-EXPMAST-SWITCH           PIC X VALUE 'N'.
           88 EXPMAST-ON-FILE              VALUE 'Y'.
       01 WS-DEDUCTIONS-ON-FILE       PIC X VALUE 'N'.
           88 EMPLOYEE-HAS-DEDUCTIONS      VALUE 'Y'.
           88 EMPLOYEE-HAS-NO-DEDUCTIONS   VALUE 'N'.
       01 WS-LEAVE-RECORD-SWITCH      PIC X VALUE 'N'.
           88 LEAVE-RECORD-FOUND           VALUE 'Y'.
           88 LEAVE-RECORD-NOT-FOUND       VALUE 'N'.
       01 WS-TAX-TABLE-SWITCH         PIC X VALUE 'N'.
           88 TAX-PRICED-FROM-TABLE        VALUE 'Y'.
           88 TAX-NOT-PRICED               VALUE 'N'.
       01 WS-GROSS-SWITCH             PIC X VALUE 'N'.
           88 GROSS-OVERFLOWED             VALUE 'Y'.
           88 GROSS-IS-PRICED              VALUE 'N'.
       01 WS-CLAIM-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 CLAIM-BROWSE-DONE            VALUE 'Y'.
           88 CLAIM-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-WAGES-SWITCH             PIC X VALUE 'N'.
           88 PERIOD-ALREADY-PAID          VALUE 'Y'.
           88 PERIOD-NOT-YET-PAID          VALUE 'N'.

      * Garnishment work, the PAYCALC way - the cap and what is
      * left of it are per leaver, the totals per run.
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

      * The leaver's RETPART election, looked at only to know
      * whether a plan-code DEDMAST entry is the hand-keyed
      * deferral the election replaced.
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

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH-DAY        PIC 9(4).
       01 WS-DATE-RESULT              PIC X VALUE 'N'.

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
       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.

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

       01 WS-LEAVE-HOURS              PIC S9(4)V99 VALUE 0.
       01 WS-LEAVE-CASHOUT            PIC S9(5)V99 VALUE 0.
       01 WS-WAGES-PAY                PIC S9(5)V99 VALUE 0.
       01 WS-GROSS-PAY                PIC S9(5)V99 VALUE 0.
       01 WS-NET-PAY                  PIC S9(5)V99 VALUE 0.
       01 WS-TAX-AMOUNT               PIC S9(5)V99 VALUE 0.
       01 WS-DEDUCTION-AMOUNT         PIC S9(5)V99 VALUE 0.
       01 WS-EMPLOYEE-DEDUCTIONS      PIC S9(5)V99 VALUE 0.
       01 WS-EMPLOYEE-REIMBURSED      PIC S9(5)V99 VALUE 0.

       01 WS-TERMS-READ               PIC 9(4) VALUE 0.
       01 WS-FINAL-PAYS               PIC 9(4) VALUE 0.
       01 WS-TERMS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-PAY-EXCEPTIONS           PIC 9(4) VALUE 0.
       01 WS-TOTAL-GROSS              PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-CASHOUT            PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-TAX                PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DEDUCTIONS         PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-REIMBURSED         PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-NET                PIC S9(7)V99 VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99CR.
       01 WS-EDITED-TOTAL             PIC Z,ZZZ,ZZ9.99CR.
       01 WS-RATE-DISPLAY             PIC ZZ9.99.
       01 WS-HOURS-DISPLAY            PIC ZZ9.99CR.
       01 WS-LEAVE-DISPLAY            PIC Z,ZZ9.99CR.
       01 WS-FACTOR-DISPLAY           PIC 9.99.
       01 WS-DAYS-DISPLAY             PIC Z9.
       01 WS-PERIOD-DAYS-DISPLAY      PIC Z9.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-TAX-CALC-PARM.
           COPY TAX-CALC-PARM.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "FINALPAY" TO VS-PROGRAM-NAME.
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

      * Least-privilege: issuing pay is an update function -
      * inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * No period control means nobody has said what period the
      * leaver's last days fall in.
           PERFORM Read-Period-Control.
           IF PERIOD-NOT-READ
               DISPLAY "NO PAYPCTL PERIOD CONTROL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERIOD-PAID-DATE NUMERIC AND WS-PERIOD-PAID-DATE > 0
               SET PERIOD-ALREADY-PAID TO TRUE
               DISPLAY "PERIOD " WS-PERIOD-END
                       " ALREADY PAID - LEAVE CASH-OUT ONLY"
           END-IF.

           PERFORM Read-Premium-Control.

           OPEN I-O PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               DISPLAY "PAY MASTER NOT AVAILABLE:"
                       WS-PAY-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           OPEN I-O LEAVE-MASTER.
           IF WS-LEAVE-MASTER-STATUS = "00"
               SET LEAVMAST-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO LEAVMAST ON FILE - NO LEAVE CASHED OUT"
           END-IF.
           OPEN INPUT DEDUCTION-MASTER.
           IF WS-DEDUCTION-MASTER-STATUS = "00"
               SET DEDMAST-ON-FILE TO TRUE
           END-IF.
           OPEN I-O EXPENSE-MASTER.
           IF WS-EXPENSE-MASTER-STATUS = "00"
               SET EXPMAST-ON-FILE TO TRUE
           END-IF.
           PERFORM Open-YTD-Master.
           PERFORM Open-Garnishments.
      * No plan master or participant file simply means no
      * plan-code entry is set aside.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS = "00"
               SET RETPLAN-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT PARTICIPANT-MASTER.
           IF WS-PARTICIPANT-MASTER-STATUS = "00"
               SET RETPART-ON-FILE TO TRUE
           END-IF.

           OPEN EXTEND PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "05"
               OR WS-PAY-HISTORY-STATUS = "35"
               CLOSE PAY-HISTORY
               OPEN OUTPUT PAY-HISTORY
           END-IF.
           OPEN OUTPUT FINAL-CURRENT.

           OPEN OUTPUT FINAL-REGISTER.
           MOVE "FINAL PAY REGISTER - LEAVERS PAID OFF-CYCLE"
               TO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           OPEN OUTPUT FINAL-STATEMENT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "FINAL PAY STATEMENT" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "FINLSTMT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           OPEN INPUT TERM-TRANSACTIONS.
           IF WS-TERM-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-TERM-TRANSACTIONS-STATUS NOT = "00"
                   READ TERM-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TERMS-READ
                           PERFORM Final-Pay-One-Leaver
                   END-READ
               END-PERFORM
               CLOSE TERM-TRANSACTIONS
           ELSE
               DISPLAY "NO TERMTRAN INPUT - NO FINAL PAYS:"
                       WS-TERM-TRANSACTIONS-STATUS
           END-IF.

           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE FINAL-STATEMENT-LINE FROM RP-PRINT-LINE.
           CLOSE FINAL-STATEMENT.

           PERFORM Write-Register-Totals.
           PERFORM Write-Garn-Register-Totals.
           CLOSE GARN-REGISTER.
           IF GARNMAST-ON-FILE
               CLOSE GARN-MASTER
           END-IF.
           IF RETPART-ON-FILE
               CLOSE PARTICIPANT-MASTER
           END-IF.
           IF RETPLAN-ON-FILE
               CLOSE RETIREMENT-PLAN-MASTER
           END-IF.
           CLOSE FINAL-REGISTER.
           CLOSE FINAL-CURRENT.
           CLOSE PAY-HISTORY.
           CLOSE YTD-MASTER.
           IF EXPMAST-ON-FILE
               CLOSE EXPENSE-MASTER
           END-IF.
           IF DEDMAST-ON-FILE
               CLOSE DEDUCTION-MASTER
           END-IF.
           IF LEAVMAST-ON-FILE
               CLOSE LEAVE-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-MASTER.

           IF WS-TERMS-REJECTED > 0 OR WS-PAY-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Period-Control.
           SET PERIOD-NOT-READ TO TRUE.
           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS = "00"
               READ PAY-PERIOD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAY-PERIOD-CONTROL-REC
                           TO WS-PERIOD-WORK
                       SET PERIOD-WAS-READ TO TRUE
               END-READ
               CLOSE PAY-PERIOD-CONTROL
           END-IF.

      * The PAYCALC rule: no card, or a card that is not four
      * positive factors, pays the house multipliers.
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

       Open-YTD-Master.
           OPEN I-O YTD-MASTER.
           IF WS-YTD-MASTER-STATUS = "35"
               CLOSE YTD-MASTER
               OPEN OUTPUT YTD-MASTER
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF.

      * A termination HR has not dated properly, or one for an
      * employee with no pay record, pays nothing; a leaver whose
      * final pay was already issued is never paid twice.
       Final-Pay-One-Leaver.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-DATE-RESULT.
           IF TT-TERM-DATE NUMERIC
               CALL "DATECHK" USING TT-TERM-DATE WS-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN TT-EMPLOYEE-NUMBER NOT NUMERIC
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT = 'N'
                   MOVE "INVALID TERMINATION DATE" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT = 'F'
                   MOVE "TERMINATION DATE IN FUTURE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE TT-EMPLOYEE-NUMBER TO PM-EMPLOYEE-NUMBER
               READ PAY-MASTER
                   KEY IS PM-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "NO PAY RECORD ON PAYMAST"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF PM-FINAL-PAY-DATE NUMERIC
                   AND PM-FINAL-PAY-DATE > 0
                   MOVE "FINAL PAY ALREADY ISSUED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Termination
           ELSE
               PERFORM Price-Final-Pay
               IF GROSS-OVERFLOWED
                   MOVE "FINAL PAY OVERFLOWS PAY FIELDS"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Termination
               ELSE
                   PERFORM Issue-Final-Pay
               END-IF
           END-IF.

      * Wages to the termination date, then the leave balance at
      * today's rate - together the final gross.
       Price-Final-Pay.
           SET GROSS-IS-PRICED TO TRUE.
           PERFORM Fetch-Employee-Name.
           MOVE TT-TERM-DATE TO PM-TERM-DATE.
           MOVE 0 TO WS-WAGES-PAY.
           MOVE 0 TO WS-SALARY-PAY.
           MOVE 0 TO WS-DAYS-PAID.
           MOVE 0 TO WS-PERIOD-DAYS.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               MOVE 0 TO WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
               MOVE 0 TO WS-CLASS-PAY(WS-CLASS-SUBSCRIPT)
           END-PERFORM.
           IF PERIOD-NOT-YET-PAID
               PERFORM Price-Pay-Classes
           END-IF.
           PERFORM Price-Leave-Cashout.
           COMPUTE WS-GROSS-PAY = WS-WAGES-PAY + WS-LEAVE-CASHOUT
               ON SIZE ERROR
                   SET GROSS-OVERFLOWED TO TRUE
           END-COMPUTE.

      * Each class on its own, ROUNDED half-up, the gross their
      * sum - the PAYCALC pricing, so a leaver's last days pay
      * exactly what a full cycle would have paid for them.
       Price-Pay-Classes.
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
           MOVE WS-SALARY-PAY TO WS-WAGES-PAY.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               COMPUTE WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) ROUNDED =
                   PM-PAY-RATE * WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
                   * PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
                   ON SIZE ERROR
                       SET GROSS-OVERFLOWED TO TRUE
               END-COMPUTE
               ADD WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) TO WS-WAGES-PAY
                   ON SIZE ERROR
                       SET GROSS-OVERFLOWED TO TRUE
               END-ADD
           END-PERFORM.

      * The period's salary share from the later of period start
      * and hire date to the earlier of period end and the
      * termination date, over the days in the period.
       Price-Salary.
           IF PM-PAY-IS-SALARIED
               IF PM-ANNUAL-SALARY NOT NUMERIC
                   MOVE 0 TO PM-ANNUAL-SALARY
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
           MOVE WS-PERIOD-START-DAY TO WS-FIRST-PAID-DAY.
           MOVE WS-PERIOD-END-DAY   TO WS-LAST-PAID-DAY.
           IF WS-HIRE-DATE > 16010101
               COMPUTE WS-BOUNDARY-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
               IF WS-BOUNDARY-DAY > WS-FIRST-PAID-DAY
                   MOVE WS-BOUNDARY-DAY TO WS-FIRST-PAID-DAY
               END-IF
           END-IF.
           COMPUTE WS-BOUNDARY-DAY =
               FUNCTION INTEGER-OF-DATE(PM-TERM-DATE).
           IF WS-BOUNDARY-DAY < WS-LAST-PAID-DAY
               MOVE WS-BOUNDARY-DAY TO WS-LAST-PAID-DAY
           END-IF.
           IF WS-LAST-PAID-DAY < WS-FIRST-PAID-DAY
               MOVE 0 TO WS-DAYS-PAID
           ELSE
               COMPUTE WS-DAYS-PAID =
                   WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
           END-IF.

      * Unused leave is paid, never clawed back - an overdrawn
      * balance cashes out at zero and is left on the register
      * for payroll to recover by hand if policy says so.
       Price-Leave-Cashout.
           MOVE 0 TO WS-LEAVE-HOURS.
           MOVE 0 TO WS-LEAVE-CASHOUT.
           SET LEAVE-RECORD-NOT-FOUND TO TRUE.
           IF LEAVMAST-ON-FILE
               MOVE TT-EMPLOYEE-NUMBER TO LV-EMPLOYEE-NUMBER
               READ LEAVE-MASTER
                   KEY IS LV-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LEAVE-RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF LEAVE-RECORD-FOUND
               IF LV-BALANCE-HOURS NUMERIC
                   AND LV-BALANCE-HOURS > 0
                   MOVE LV-BALANCE-HOURS TO WS-LEAVE-HOURS
                   COMPUTE WS-LEAVE-CASHOUT ROUNDED =
                       WS-LEAVE-HOURS * PM-PAY-RATE
                       ON SIZE ERROR
                           SET GROSS-OVERFLOWED TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

      * Tax on the whole gross, the court orders and the
      * deductions as PAYCALC takes them, expense claims on top -
      * then every file that carries pay is written before the
      * masters are stamped.
       Issue-Final-Pay.
           ADD 1 TO WS-FINAL-PAYS.
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD WS-LEAVE-CASHOUT TO WS-TOTAL-CASHOUT.
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           PERFORM Write-Leaver-Heading.
           PERFORM Write-Wage-Lines.
           PERFORM Compute-Withholding.
           PERFORM Apply-Garnishments.
           PERFORM Find-Plan-Participant.
           PERFORM Apply-Deductions.
           PERFORM Apply-Reimbursements.
           ADD WS-NET-PAY TO WS-TOTAL-NET.
           PERFORM Write-Net-Pay-Line.
           PERFORM Accumulate-YTD-Earnings.
           PERFORM Write-Pay-History.
           PERFORM Stamp-Pay-Master.
           PERFORM Take-Leave-Cashed-Out.

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
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.

      * The register and the statement carry the same lines; the
      * statement starts each leaver on a fresh page.
       Write-Leaver-Heading.
           MOVE WS-GROSS-PAY TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "FINAL    " PM-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " TERM:" TT-TERM-DATE
                   " GROSS:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEE:" PM-EMPLOYEE-NUMBER
                   "  " WS-EMPLOYEE-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TERMINATED:" TT-TERM-DATE
                   "  REASON:" TT-TERM-REASON
                   "  PERIOD ENDING:" WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.
           MOVE PM-PAY-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RATE:" WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.

       Write-Wage-Lines.
           IF PERIOD-ALREADY-PAID
               MOVE "  PERIOD ALREADY PAID BY PAYCALC - NO WAGES"
                   TO WS-DETAIL-LINE
               PERFORM Write-Both-Lines
           END-IF.
           IF PM-PAY-IS-SALARIED AND PERIOD-NOT-YET-PAID
               MOVE WS-DAYS-PAID   TO WS-DAYS-DISPLAY
               MOVE WS-PERIOD-DAYS TO WS-PERIOD-DAYS-DISPLAY
               MOVE WS-SALARY-PAY  TO WS-EDITED-AMOUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  SAL DAYS:" WS-DAYS-DISPLAY
                       "/" WS-PERIOD-DAYS-DISPLAY
                       "        PAY:" WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Both-Lines
           END-IF.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               IF WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT) NOT = 0
                   PERFORM Write-One-Class-Line
               END-IF
           END-PERFORM.
           MOVE WS-LEAVE-HOURS TO WS-LEAVE-DISPLAY.
           MOVE WS-LEAVE-CASHOUT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  LEAVE HRS:" WS-LEAVE-DISPLAY
                   "     PAY:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Both-Lines.
           IF LEAVE-RECORD-FOUND
               IF LV-BALANCE-HOURS NUMERIC AND LV-BALANCE-HOURS < 0
                   MOVE LV-BALANCE-HOURS TO WS-LEAVE-DISPLAY
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  LEAVE OVERDRAWN:" WS-LEAVE-DISPLAY
                           " HRS - NOT RECOVERED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Both-Lines
               END-IF
           END-IF.
           MOVE WS-GROSS-PAY TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "GROSS PAY:      " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.

       Write-One-Class-Line.
           MOVE WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT) TO WS-HOURS-DISPLAY.
           MOVE PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
               TO WS-FACTOR-DISPLAY.
           MOVE WS-CLASS-PAY(WS-CLASS-SUBSCRIPT) TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-CLASS-LABEL(WS-CLASS-SUBSCRIPT)
                   " HRS:" WS-HOURS-DISPLAY
                   " X" WS-FACTOR-DISPLAY
                   " PAY:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Both-Lines.

       Compute-Withholding.
           MOVE 0 TO WS-TAX-AMOUNT.
           SET TAX-NOT-PRICED TO TRUE.
           MOVE WS-RUN-YEAR         TO TC-TAX-YEAR.
           MOVE PM-FILING-STATUS    TO TC-FILING-STATUS.
           MOVE PM-ALLOWANCES       TO TC-ALLOWANCES.
           MOVE WS-PERIODS-PER-YEAR TO TC-PERIODS-PER-YEAR.
           MOVE WS-GROSS-PAY        TO TC-TAXABLE-GROSS.
           CALL "TAXCALCW" USING WS-TAX-CALC-PARM.
           IF TC-TAX-WAS-PRICED
               SET TAX-PRICED-FROM-TABLE TO TRUE
               MOVE TC-WITHHOLDING TO WS-TAX-AMOUNT
               ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
               MOVE WS-TAX-AMOUNT TO WS-EDITED-AMOUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  TAX " TC-FILING-STATUS
                       "/" TC-ALLOWANCES
                       "        AMT:" WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Both-Lines
           ELSE
               PERFORM Log-No-Tax-Table
           END-IF.

      * The PAYCALC deduction rules: a DEDMAST TAX entry gives way
      * to a table-priced withholding, a GRN entry to the orders
      * on GARNMAST, a plan-code entry to a deferring RETPART
      * election; everything else is taken as keyed, percentages
      * against the final gross.
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
               READ DEDUCTION-MASTER
                   KEY IS DM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EMPLOYEE-HAS-DEDUCTIONS TO TRUE
               END-READ
           END-IF.
           IF EMPLOYEE-HAS-DEDUCTIONS
               PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-DED-SUBSCRIPT > 3
                   PERFORM Check-Plan-Entry
                   EVALUATE TRUE
                       WHEN DM-DED-IS-UNUSED(WS-DED-SUBSCRIPT)
                           CONTINUE
                       WHEN TAX-PRICED-FROM-TABLE
                           AND DM-DED-CODE(WS-DED-SUBSCRIPT) = "TAX"
                           CONTINUE
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
           ADD WS-EMPLOYEE-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.

       Apply-One-Deduction.
           IF DM-DED-IS-PERCENT(WS-DED-SUBSCRIPT)
               COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
                   WS-GROSS-PAY
                   * DM-DED-VALUE(WS-DED-SUBSCRIPT) / 100
           ELSE
               MOVE DM-DED-VALUE(WS-DED-SUBSCRIPT)
                   TO WS-DEDUCTION-AMOUNT
           END-IF.
           SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-NET-PAY.
           ADD WS-DEDUCTION-AMOUNT TO WS-EMPLOYEE-DEDUCTIONS.
           MOVE DM-DED-CODE(WS-DED-SUBSCRIPT)
               TO PY-DED-CODE(WS-DED-SUBSCRIPT).
           MOVE WS-DEDUCTION-AMOUNT
               TO PY-DED-AMOUNT(WS-DED-SUBSCRIPT).
           MOVE WS-DEDUCTION-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  DED " DM-DED-CODE(WS-DED-SUBSCRIPT)
                   " " DM-DED-TYPE(WS-DED-SUBSCRIPT)
                   "        AMT:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Both-Lines.

      * The orders already garnished, or the RETPART election
      * replaced the hand-keyed deferral; the entry is shown as
      * set aside rather than taken twice.
       Note-Superseded-Entry.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  DED " DM-DED-CODE(WS-DED-SUBSCRIPT)
                   " " DM-DED-TYPE(WS-DED-SUBSCRIPT)
                   " SUPERSEDED BY " WS-SUPERSEDED-BY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-DETAIL-LINE.

      * A final pay takes no plan deferral, but a leaver whose
      * election is still deferring has had the hand-keyed
      * plan-code entry replaced by it all the same.
       Find-Plan-Participant.
           SET PARTICIPANT-NOT-FOUND TO TRUE.
           SET EMPLOYEE-NOT-DEFERRING TO TRUE.
           IF RETPART-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER
               READ PARTICIPANT-MASTER
                   KEY IS RA-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PARTICIPANT-WAS-FOUND TO TRUE
                       IF RA-IS-DEFERRING
                           SET EMPLOYEE-IS-DEFERRING TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The PAYCALC test: a DEDMAST entry under any RETPLAN plan
      * code is set aside only for a participant deferring
      * through the election; anyone else keeps it as an
      * ordinary deduction.
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

      * A missing order master is not an error - nobody is under
      * a court order - but FINLGARN is written every run so the
      * empty register proves it.
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
           MOVE "GARNISHMENT REGISTER - FINAL PAYS" TO WS-REGISTER-LINE.
           WRITE GARN-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The PAYCALC order rules, out of the final gross less its
      * withholding: the orders in the order the court ranks
      * them, each up to its balance and what the cap has left.
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
               MOVE WS-GARN-TAKEN TO WS-EDITED-AMOUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  GRN " GO-CASE-NUMBER
                       " AMT:" WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Both-Lines
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

      * Approved expense claims still owed are repaid with the
      * final pay - the leaver will not be on the next cycle.
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
           ADD WS-EMPLOYEE-REIMBURSED TO WS-TOTAL-REIMBURSED.

       Repay-One-Claim.
           ADD XP-AMOUNT TO WS-EMPLOYEE-REIMBURSED.
           MOVE 'P' TO XP-STATUS.
           MOVE WS-PERIOD-END TO XP-PAID-PERIOD.
           MOVE WS-RUN-DATE TO XP-PAID-DATE.
           REWRITE EXPENSE-MASTER-REC.
           MOVE XP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  EXP " XP-CATEGORY
                   " " XP-RECEIPT-REF
                   " AMT:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Both-Lines.

       Write-Net-Pay-Line.
           MOVE WS-NET-PAY TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NET PAY:        " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Both-Lines.
           MOVE "PAID BY DIRECT DEPOSIT OR CHECK, OFF-CYCLE"
               TO WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.

      * The final pay is one more period paid in the year, so
      * the quarter-end proof ties PAYHIST to YTDMAST as ever.
       Accumulate-YTD-Earnings.
           MOVE PM-EMPLOYEE-NUMBER TO YT-EMPLOYEE-NUMBER.
           READ YTD-MASTER
               KEY IS YT-EMPLOYEE-NUMBER
               INVALID KEY
                   PERFORM Start-New-YTD-Record
                   WRITE YTD-MASTER-REC
               NOT INVALID KEY
                   IF YT-YEAR NOT = WS-RUN-YEAR
                       PERFORM Start-New-YTD-Record
                   ELSE
                       IF YT-TAXABLE-GROSS NOT NUMERIC
                           MOVE YT-GROSS TO YT-TAXABLE-GROSS
                       END-IF
                       ADD 1 TO YT-PERIODS-PAID
                       ADD WS-GROSS-PAY TO YT-GROSS
                       ADD WS-GROSS-PAY TO YT-TAXABLE-GROSS
                       ADD WS-EMPLOYEE-DEDUCTIONS TO YT-DEDUCTIONS
                       ADD WS-NET-PAY TO YT-NET
                       ADD WS-TAX-AMOUNT TO YT-TAX
                   END-IF
                   REWRITE YTD-MASTER-REC
           END-READ.

       Start-New-YTD-Record.
           MOVE PM-EMPLOYEE-NUMBER TO YT-EMPLOYEE-NUMBER.
           MOVE WS-RUN-YEAR TO YT-YEAR.
           MOVE 1 TO YT-PERIODS-PAID.
           MOVE WS-GROSS-PAY TO YT-GROSS.
           MOVE WS-EMPLOYEE-DEDUCTIONS TO YT-DEDUCTIONS.
           MOVE WS-NET-PAY TO YT-NET.
           MOVE WS-TAX-AMOUNT TO YT-TAX.
           MOVE WS-GROSS-PAY TO YT-TAXABLE-GROSS.

       Write-Pay-History.
           MOVE PM-EMPLOYEE-NUMBER TO PY-EMPLOYEE-NUMBER.
           MOVE WS-PERIOD-END      TO PY-PERIOD-END.
           MOVE PM-PAY-RATE        TO PY-PAY-RATE.
           IF PERIOD-ALREADY-PAID
               MOVE 0              TO PY-HOURS
           ELSE
               MOVE PM-HOURS       TO PY-HOURS
           END-IF.
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
           MOVE WS-LEAVE-CASHOUT   TO PY-LEAVE-CASHOUT.
           MOVE 'F'                TO PY-PAY-RUN.
           MOVE WS-GROSS-PAY       TO PY-TAXABLE-GROSS.
           WRITE FINAL-CURRENT-REC FROM PAY-HISTORY-REC.
           WRITE PAY-HISTORY-REC.

      * Hours paid are cleared and the final-pay date stamped, so
      * the regular cycle passes the leaver over until EMPTERM's
      * cascade removes the record.
       Stamp-Pay-Master.
           IF PERIOD-NOT-YET-PAID
               MOVE 0 TO PM-HOURS
               MOVE 0 TO PM-OVERTIME-HOURS
               MOVE 0 TO PM-HOLIDAY-HOURS
               MOVE 0 TO PM-NIGHT-HOURS
           END-IF.
           MOVE WS-RUN-DATE TO PM-FINAL-PAY-DATE.
           REWRITE PAY-MASTER-REC.

      * Cashed-out hours count as taken, leaving a zero balance
      * for EMPTERM to remove.
       Take-Leave-Cashed-Out.
           IF LEAVE-RECORD-FOUND AND WS-LEAVE-HOURS > 0
               ADD WS-LEAVE-HOURS TO LV-TAKEN-HOURS
               SUBTRACT WS-LEAVE-HOURS FROM LV-BALANCE-HOURS
               REWRITE LEAVE-MASTER-REC
           END-IF.

       Write-Both-Lines.
           WRITE FINAL-REGISTER-LINE FROM WS-DETAIL-LINE.
           PERFORM Write-Statement-Line.

       Write-Statement-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE FINAL-STATEMENT-LINE FROM RP-HEADING-1
               WRITE FINAL-STATEMENT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE FINAL-STATEMENT-LINE FROM WS-DETAIL-LINE.

       Log-No-Tax-Table.
           ADD 1 TO WS-PAY-EXCEPTIONS.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  TAX " TC-FILING-STATUS
                   " NO TAXMAST TABLE FOR " TC-TAX-YEAR
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P011" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "FINALPAY" TO EX-PROGRAM-ID.
           STRING "NO TAX TABLE " TC-TAX-YEAR "/" TC-FILING-STATUS
                   " - EMPLOYEE:" PM-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Reject-Termination.
           ADD 1 TO WS-TERMS-REJECTED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REJECTED " TT-EMPLOYEE-NUMBER
                   " TERM:" TT-TERM-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P017" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "FINALPAY" TO EX-PROGRAM-ID.
           STRING "FINAL PAY REJECTED - EMPLOYEE:"
                   TT-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE WS-TERMS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TERMINATIONS READ:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-FINAL-PAYS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "FINAL PAYS ISSUED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TERMS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TERMINATIONS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-GROSS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL GROSS:      " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-CASHOUT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  OF WHICH LEAVE: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-TAX TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL TAX:        " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-DEDUCTIONS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL DEDUCTIONS: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-REIMBURSED TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL REIMBURSED: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL NET PAY:    " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FINAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
