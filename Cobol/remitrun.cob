       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITRUN.
      * Post-payroll deduction remittance run - the withholdings
      * PAYCALC took for a pay period paid over to the third
      * parties they are owed to, instead of a spreadsheet and a
      * typed check. Every PAYHIST deduction of the period (each
      * DEDMAST code, and GRN for the GARNMAST court orders
      * garnished) is mapped to its payee through the REMITPAY
      * payee master (copybooks/REMIT-PAYEE-REC.cpy), SORTed by
      * payee, and listed on REMITRPT employee by employee - the
      * detail the payee needs to credit each person. Each
      * payee's total is then remitted the way the master says:
      * a check under a number issued by the CHKNBR register
      * service, printed on REMITCHK and recorded on the CHECKREG
      * register with the payee number, or a transfer detail on
      * REMITXFR in the BANKXFER layout (entry type R) between a
      * header and a trailer the bank balances against. The due
      * date each payee's rule gives prints with the remittance,
      * and one already past is flagged. Tax withheld from the
      * TAXMAST table is remitted through the tax filings, not
      * here.
      * The period is the one on the REMITCTL card, or without
      * one the PAYPCTL period once PAYCALC has paid it. Before
      * anything is issued the period's regular-run withholdings
      * on PAYHIST must equal the TOTAL DEDUCTIONS line of the
      * PAYREG register PAYCALC printed for the period; out of
      * balance, nothing is remitted, RC=8. A PAYREG for another
      * period (the period named on a card after the next one
      * was paid) cannot prove anything and the run says so,
      * RC=4. Off-cycle FINALPAY withholdings of the period are
      * remitted with the rest and reconciled on their own line.
      * Each payee remitted goes on the REMITHST history
      * (copybooks/REMIT-HIST-REC.cpy) and is not remitted that
      * period again, so a rerun pays only what is still owed. A
      * code no payee is mapped to, or a payee whose remittance
      * could not be issued, is logged and left for the rerun,
      * RC=4. The closing reconciliation accounts for every
      * dollar of the PAYREG deductions: remitted now, remitted
      * before, sent to the plan custodian, or held back and why.
      * Moving money takes at least the update role; the run
      * lands on the ACTLOG trail (REMIT, keyed by the period)
      * and a preventive SODRULE conflict refuses it, RC=12.
      * A remittance check is recorded on CHECKREG with the
      * period it remits.
      * A retirement plan deferral - PAYHIST entries under a RETPLAN
      * plan code - is the custodian's, sent with the employer
      * match on the RETCONT contribution file PAYCALC writes, and
      * is not remitted here; the reconciliation shows it as sent
      * to the custodian.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional control card: the pay period end to remit.
           SELECT REMIT-CONTROL ASSIGN TO "REMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-CONTROL-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT PAY-REGISTER ASSIGN TO "Cobol/data/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-REGISTER-STATUS.

           SELECT PAYEE-MASTER ASSIGN TO "Cobol/data/REMITPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-MASTER-STATUS.

           SELECT REMIT-HISTORY ASSIGN TO "Cobol/data/REMITHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-HISTORY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT REMIT-CHECK-PRINT ASSIGN TO
               "Cobol/data/REMITCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-CHECK-PRINT-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "Cobol/data/REMITXFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

           SELECT REMIT-REPORT ASSIGN TO "Cobol/data/REMITRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-REPORT-STATUS.

           SELECT RETIREMENT-PLAN-MASTER ASSIGN TO
               "Cobol/data/RETPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-PLAN-CODE
               FILE STATUS IS WS-RETIREMENT-PLAN-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-CONTROL.
       01 REMIT-CONTROL-REC.
           05 RM-PERIOD-END           PIC 9(8).
           05 FILLER                  PIC X(72).

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

      * PAYCALC's register: the title line carries the period
      * end, the totals lines an edited amount after the label.
       FD  PAY-REGISTER.
       01 PAY-REGISTER-LINE           PIC X(80).

       FD  PAYEE-MASTER.
       01 PAYEE-MASTER-REC.
           COPY REMIT-PAYEE-REC.

       FD  REMIT-HISTORY.
       01 REMIT-HISTORY-REC.
           COPY REMIT-HIST-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  REMIT-CHECK-PRINT.
       01 REMIT-CHECK-PRINT-LINE      PIC X(80).

       FD  TRANSFER-FILE.
       01 TRANSFER-FILE-REC           PIC X(36).

       FD  REMIT-REPORT.
       01 REMIT-REPORT-LINE           PIC X(80).

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SR-PAYEE-NUMBER         PIC 9(6).
           05 SR-DED-CODE             PIC X(3).
           05 SR-EMPLOYEE-NUMBER      PIC 9(6).
           05 SR-PAY-RUN              PIC X.
           05 SR-AMOUNT               PIC S9(5)V99.
           05 SR-PAYEE-ENTRY          PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-REMIT-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-PAY-REGISTER-STATUS      PIC XX VALUE "00".
       01 WS-PAYEE-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-REMIT-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-REMIT-CHECK-PRINT-STATUS PIC XX VALUE "00".
       01 WS-TRANSFER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-REMIT-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-REMIT-PERIOD             PIC 9(8) VALUE 0.
       01 WS-PERIOD-RESULT            PIC X VALUE 'N'.

       01 WS-PAYEE-COUNT              PIC 9(3) VALUE 0.
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PAYEE-COUNT.
               10 WS-PAYEE-ITEM       PIC X(62).
       01 WS-WORK-PAYEE-REC.
           COPY REMIT-PAYEE-REC
               REPLACING PE-DED-CODE         BY WK-DED-CODE
                         PE-PAYEE-NUMBER     BY WK-PAYEE-NUMBER
                         PE-PAYEE-NAME       BY WK-PAYEE-NAME
                         PE-REMIT-METHOD     BY WK-REMIT-METHOD
                         PE-REMIT-BY-CHECK   BY WK-REMIT-BY-CHECK
                         PE-REMIT-BY-TRANSFER
                                             BY WK-REMIT-BY-TRANSFER
                         PE-ROUTING-NUMBER   BY WK-ROUTING-NUMBER
                         PE-ACCOUNT-NUMBER   BY WK-ACCOUNT-NUMBER
                         PE-DUE-RULE         BY WK-DUE-RULE
                         PE-DUE-DAYS-AFTER   BY WK-DUE-DAYS-AFTER
                         PE-DUE-DAY-OF-MONTH BY WK-DUE-DAY-OF-MONTH
                         PE-DUE-DAYS         BY WK-DUE-DAYS.
       01 WS-PAYEE-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.

      * Payees already on REMITHST for the period.
       01 WS-REMITTED-COUNT           PIC 9(3) VALUE 0.
       01 WS-REMITTED-TABLE.
           05 WS-REMITTED-PAYEE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REMITTED-COUNT
                                      PIC 9(6).
       01 WS-REMITTED-SUBSCRIPT       PIC 9(3) VALUE 0.
       01 WS-EARLIER-SWITCH           PIC X VALUE 'N'.
           88 PAYEE-REMITTED-EARLIER       VALUE 'Y'.

       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.
       01 WS-WITHHELD-CODE            PIC X(3) VALUE SPACES.
       01 WS-WITHHELD-AMOUNT          PIC S9(5)V99 VALUE 0.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * the status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
       01 WS-RETPLAN-SWITCH           PIC X VALUE 'N'.
           88 RETPLAN-ON-FILE              VALUE 'Y'.
       01 WS-PLAN-CODE-SWITCH         PIC X VALUE 'N'.
           88 CODE-IS-PLAN                 VALUE 'Y'.
           88 CODE-NOT-PLAN                VALUE 'N'.
       01 WS-PAYREG-SWITCH            PIC X VALUE 'N'.
           88 PAYREG-FOR-PERIOD            VALUE 'Y'.
           88 PAYREG-NOT-FOR-PERIOD        VALUE 'N'.
       01 WS-PAYREG-PERIOD            PIC 9(8) VALUE 0.
       01 WS-PAYREG-TOTAL-SWITCH      PIC X VALUE 'N'.
           88 PAYREG-TOTAL-FOUND           VALUE 'Y'.
       01 WS-PAYREG-EDITED            PIC Z,ZZZ,ZZ9.99CR.
       01 WS-FIRST-BREAK-SWITCH       PIC X VALUE 'Y'.
           88 NO-PAYEE-PRINTED-YET         VALUE 'Y'.

      * The period's withholdings, proved and accounted for.
       01 WS-PAYREG-DEDUCTIONS        PIC S9(9)V99 VALUE 0.
       01 WS-REGULAR-WITHHELD         PIC S9(9)V99 VALUE 0.
       01 WS-FINAL-WITHHELD           PIC S9(9)V99 VALUE 0.
       01 WS-REMITTED-NOW             PIC S9(9)V99 VALUE 0.
       01 WS-REMITTED-BEFORE          PIC S9(9)V99 VALUE 0.
       01 WS-UNMAPPED-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-NOT-ISSUED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-CUSTODIAN-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNTED-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-WITHHELD-AMOUNT-TOTAL    PIC S9(9)V99 VALUE 0.

       01 WS-CURRENT-PAYEE            PIC 9(6) VALUE 0.
       01 WS-CURRENT-CODE             PIC X(3) VALUE SPACES.
       01 WS-PAYEE-TOTAL              PIC S9(7)V99 VALUE 0.
       01 WS-PAYEE-ITEMS              PIC 9(5) VALUE 0.
       01 WS-PAYEE-NAME               PIC X(30) VALUE SPACES.
       01 WS-PAYEE-METHOD             PIC X VALUE SPACE.
           88 PAYEE-BY-CHECK               VALUE 'C'.
           88 PAYEE-BY-TRANSFER            VALUE 'E'.
       01 WS-PAYEE-ROUTING            PIC 9(9) VALUE 0.
       01 WS-PAYEE-ACCOUNT            PIC X(10) VALUE SPACES.
       01 WS-METHOD-LABEL             PIC X(8) VALUE SPACES.
       01 WS-ISSUE-SWITCH             PIC X VALUE 'N'.
           88 REMITTANCE-ISSUED            VALUE 'Y'.
           88 REMITTANCE-NOT-ISSUED        VALUE 'N'.
       01 WS-NOT-ISSUED-REASON        PIC X(30) VALUE SPACES.

       01 WS-DUE-DATE                 PIC 9(8) VALUE 0.
       01 WS-CODE-DUE-DATE            PIC 9(8) VALUE 0.
       01 WS-DUE-WORK                 PIC 9(8) VALUE 0.
       01 WS-DUE-WORK-PARTS REDEFINES WS-DUE-WORK.
           05 WS-DUE-YEAR             PIC 9(4).
           05 WS-DUE-MONTH            PIC 9(2).
           05 WS-DUE-DAY              PIC 9(2).
       01 WS-PAST-DUE-FLAG            PIC X(12) VALUE SPACES.

       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'N'.
       01 WS-NEW-CHECK-NUMBER         PIC 9(6) VALUE 0.
       01 WS-CHECK-LIMIT              PIC 9(5)V99 VALUE 99999.99.

       01 WS-CHECKS-ISSUED            PIC 9(5) VALUE 0.
       01 WS-TRANSFERS-WRITTEN        PIC 9(6) VALUE 0.
       01 WS-TOTAL-TRANSFERRED        PIC 9(9)V99 VALUE 0.
       01 WS-PAYEES-REMITTED          PIC 9(5) VALUE 0.
       01 WS-PAYEES-NOT-ISSUED        PIC 9(5) VALUE 0.
       01 WS-ITEMS-UNMAPPED           PIC 9(5) VALUE 0.
       01 WS-PAYEES-PAST-DUE          PIC 9(5) VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(25) VALUE SPACES.
       01 WS-RUN-LABEL                PIC X(9) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC ZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.

      * The three typed views of the 36-byte transfer record.
           COPY BANK-XFER-REC.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-DUTY-REQUEST.
           05 DC-OPERATOR-ID          PIC X(8).
           05 DC-PROGRAM-ID           PIC X(8).
           05 DC-ACTION-CODE          PIC X(8).
           05 DC-RESULT-SWITCH        PIC X.
           05 DC-RULE-ID              PIC X(4).
           05 DC-CONFLICT-PROGRAM     PIC X(8).
           05 DC-CONFLICT-ACTION      PIC X(8).
           05 DC-CONFLICT-KEY         PIC X(9).

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "REMITRUN" TO VS-PROGRAM-NAME.
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

      * Least-privilege: paying money out is an update function
      * - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Check-Duty-Conflicts.
           IF DC-RESULT-SWITCH = 'N'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Find-Remit-Period.
           IF WS-REMIT-PERIOD = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Load-Payee-Master.
           IF WS-PAYEE-COUNT = 0
               DISPLAY "NO REMITPAY PAYEES ON FILE - NOTHING TO REMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "NO PAYHIST ON FILE - NOTHING TO REMIT:"
                       WS-PAY-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Total-Period-Withholdings.
           CLOSE PAY-HISTORY.

           PERFORM Read-Pay-Register.
           IF PAYREG-FOR-PERIOD
                   AND WS-REGULAR-WITHHELD NOT = WS-PAYREG-DEDUCTIONS
               PERFORM Refuse-Out-Of-Balance
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PAYREG-NOT-FOR-PERIOD
               PERFORM Note-Not-Reconciled
           END-IF.

           PERFORM Load-Remitted-Payees.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS = "00"
               SET RETPLAN-ON-FILE TO TRUE
           END-IF.
           PERFORM Open-Check-Register.
           OPEN EXTEND REMIT-HISTORY.
           IF WS-REMIT-HISTORY-STATUS = "05"
               OR WS-REMIT-HISTORY-STATUS = "35"
               CLOSE REMIT-HISTORY
               OPEN OUTPUT REMIT-HISTORY
           END-IF.
           OPEN OUTPUT REMIT-CHECK-PRINT.
           OPEN OUTPUT TRANSFER-FILE.
           MOVE SPACES TO XFER-RECORD.
           MOVE 'H' TO BX-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BX-HDR-RUN-DATE.
           WRITE TRANSFER-FILE-REC FROM XFER-RECORD.

           OPEN OUTPUT REMIT-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "DEDUCTION REMITTANCE BY PAYEE" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "REMITRPT"      TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAY PERIOD END " WS-REMIT-PERIOD
                   "  REMITTED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SR-PAYEE-NUMBER SR-DED-CODE
                   SR-EMPLOYEE-NUMBER
               INPUT PROCEDURE IS Release-Withholdings
               OUTPUT PROCEDURE IS Remit-By-Payee.

           PERFORM Write-Reconciliation.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE REMIT-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE REMIT-REPORT.

           MOVE SPACES TO XFER-RECORD.
           MOVE 'T' TO BX-RECORD-TYPE.
           MOVE WS-TRANSFERS-WRITTEN TO BX-TRL-RECORD-COUNT.
           MOVE WS-TOTAL-TRANSFERRED TO BX-TRL-TOTAL-AMOUNT.
           WRITE TRANSFER-FILE-REC FROM XFER-RECORD.
           CLOSE TRANSFER-FILE.
           CLOSE REMIT-CHECK-PRINT.
           CLOSE REMIT-HISTORY.
           CLOSE CHECK-REGISTER.
           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF RETPLAN-ON-FILE
               CLOSE RETIREMENT-PLAN-MASTER
           END-IF.

           PERFORM Log-Remittance-Run.
           IF WS-ITEMS-UNMAPPED > 0 OR WS-PAYEES-NOT-ISSUED > 0
                   OR PAYREG-NOT-FOR-PERIOD
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A preventive SODRULE rule pairing this program with
      * something the operator already did today refuses the run.
       Check-Duty-Conflicts.
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID.
           MOVE "REMITRUN" TO DC-PROGRAM-ID.
           MOVE SPACES TO DC-ACTION-CODE.
           CALL "SODCHKW" USING WS-DUTY-REQUEST.
           IF DC-RESULT-SWITCH NOT = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DUTY CONFLICT RULE " DC-RULE-ID
                   " - OPERATOR " WS-OPERATOR-ID " RAN "
                   DC-CONFLICT-PROGRAM " " DC-CONFLICT-ACTION
                   " TODAY".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "Q002" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "REMITRUN" TO EX-PROGRAM-ID.
           STRING "DUTY CONFLICT REFUSED - RULE " DC-RULE-ID
                   " OPERATOR " WS-OPERATOR-ID
                   " AFTER " DC-CONFLICT-PROGRAM
                   " KEY " DC-CONFLICT-KEY
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The card names the period; without one it is the PAYPCTL
      * period, and only once PAYCALC has paid it - withholdings
      * not yet taken cannot be remitted.
       Find-Remit-Period.
           MOVE 0 TO WS-REMIT-PERIOD.
           OPEN INPUT REMIT-CONTROL.
           IF WS-REMIT-CONTROL-STATUS = "00"
               READ REMIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RM-PERIOD-END NUMERIC
                           CALL "DATECHK" USING RM-PERIOD-END
                               WS-PERIOD-RESULT
                       END-IF
                       IF WS-PERIOD-RESULT = 'Y'
                           MOVE RM-PERIOD-END TO WS-REMIT-PERIOD
                       ELSE
                           DISPLAY "REMITCTL PERIOD NOT A PAST DATE:"
                                   RM-PERIOD-END
                       END-IF
               END-READ
               CLOSE REMIT-CONTROL
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "NO PAYPCTL AND NO REMITCTL - NO PERIOD:"
                       WS-PAY-PERIOD-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ PAY-PERIOD-CONTROL
               AT END
                   DISPLAY "PAYPCTL EMPTY - NAME THE PERIOD ON REMITCTL"
               NOT AT END
                   IF PC-PAID-DATE NUMERIC AND PC-PAID-DATE NOT = 0
                       MOVE PC-PERIOD-END TO WS-REMIT-PERIOD
                   ELSE
                       DISPLAY "PERIOD " PC-PERIOD-END
                               " NOT YET PAID - NOTHING TO REMIT"
                   END-IF
           END-READ.
           CLOSE PAY-PERIOD-CONTROL.

       Load-Payee-Master.
           MOVE 0 TO WS-PAYEE-COUNT.
           OPEN INPUT PAYEE-MASTER.
           IF WS-PAYEE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-PAYEE-MASTER-STATUS NOT = "00"
                       OR WS-PAYEE-COUNT >= 100
                   READ PAYEE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PAYEE-COUNT
                           MOVE PAYEE-MASTER-REC
                               TO WS-PAYEE-ITEM(WS-PAYEE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAYEE-MASTER
           END-IF.

      * The proof pass: what PAYCALC's regular run withheld for
      * the period, which PAYREG must agree with, and what the
      * off-cycle final pays withheld besides.
       Total-Period-Withholdings.
           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PY-PERIOD-END = WS-REMIT-PERIOD
                           PERFORM Total-One-Pay
                       END-IF
               END-READ
           END-PERFORM.

       Total-One-Pay.
           MOVE 0 TO WS-WITHHELD-AMOUNT-TOTAL.
           IF PY-GARNISHED NUMERIC
               ADD PY-GARNISHED TO WS-WITHHELD-AMOUNT-TOTAL
           END-IF.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   ADD PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-WITHHELD-AMOUNT-TOTAL
               END-IF
           END-PERFORM.
           IF PY-FINAL-PAY
               ADD WS-WITHHELD-AMOUNT-TOTAL TO WS-FINAL-WITHHELD
           ELSE
               ADD WS-WITHHELD-AMOUNT-TOTAL TO WS-REGULAR-WITHHELD
           END-IF.

      * PAYREG belongs to the period only when its title line
      * says so; its TOTAL DEDUCTIONS amount de-edits back to a
      * number through the same picture PAYCALC printed it with.
       Read-Pay-Register.
           SET PAYREG-NOT-FOR-PERIOD TO TRUE.
           OPEN INPUT PAY-REGISTER.
           IF WS-PAY-REGISTER-STATUS NOT = "00"
               DISPLAY "NO PAYREG ON FILE:" WS-PAY-REGISTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ PAY-REGISTER
               AT END
                   CONTINUE
               NOT AT END
                   IF PAY-REGISTER-LINE(42:11) = "PERIOD END:"
                       AND PAY-REGISTER-LINE(53:8) NUMERIC
                       MOVE PAY-REGISTER-LINE(53:8)
                           TO WS-PAYREG-PERIOD
                   END-IF
           END-READ.
           PERFORM UNTIL WS-PAY-REGISTER-STATUS NOT = "00"
               READ PAY-REGISTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAY-REGISTER-LINE(1:17) = "TOTAL DEDUCTIONS:"
                           MOVE PAY-REGISTER-LINE(18:14)
                               TO WS-PAYREG-EDITED
                           MOVE WS-PAYREG-EDITED
                               TO WS-PAYREG-DEDUCTIONS
                           SET PAYREG-TOTAL-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-REGISTER.
           IF WS-PAYREG-PERIOD = WS-REMIT-PERIOD
                   AND PAYREG-TOTAL-FOUND
               SET PAYREG-FOR-PERIOD TO TRUE
           END-IF.

       Refuse-Out-Of-Balance.
           MOVE WS-REGULAR-WITHHELD TO WS-EDITED-TOTAL.
           DISPLAY "PAYHIST DEDUCTIONS:" WS-EDITED-TOTAL.
           MOVE WS-PAYREG-DEDUCTIONS TO WS-EDITED-TOTAL.
           DISPLAY "PAYREG DEDUCTIONS: " WS-EDITED-TOTAL.
           DISPLAY "OUT OF BALANCE WITH PAYREG - NOTHING REMITTED".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P026" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "REMITRUN" TO EX-PROGRAM-ID.
           STRING "PAYHIST DEDUCTIONS DO NOT EQUAL PAYREG - PERIOD "
                   WS-REMIT-PERIOD " NOT REMITTED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Note-Not-Reconciled.
           DISPLAY "PAYREG IS NOT FOR PERIOD " WS-REMIT-PERIOD
                   " - REMITTANCE NOT RECONCILED".
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P026" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "REMITRUN" TO EX-PROGRAM-ID.
           STRING "NO PAYREG FOR PERIOD " WS-REMIT-PERIOD
                   " - REMITTED UNRECONCILED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Load-Remitted-Payees.
           MOVE 0 TO WS-REMITTED-COUNT.
           OPEN INPUT REMIT-HISTORY.
           IF WS-REMIT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-REMIT-HISTORY-STATUS NOT = "00"
                       OR WS-REMITTED-COUNT >= 100
                   READ REMIT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RW-PERIOD-END = WS-REMIT-PERIOD
                               ADD 1 TO WS-REMITTED-COUNT
                               MOVE RW-PAYEE-NUMBER
                                   TO WS-REMITTED-PAYEE
                                       (WS-REMITTED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-HISTORY
           END-IF.

      * The first run on a new system creates the register.
       Open-Check-Register.
           OPEN I-O CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS = "35"
               CLOSE CHECK-REGISTER
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF.

      * Every withholding of the period goes to the SORT under its
      * payee - unless no payee is mapped to its code, or its
      * payee was already remitted the period.
       Release-Withholdings.
           OPEN INPUT PAY-HISTORY.
           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PY-PERIOD-END = WS-REMIT-PERIOD
                           PERFORM Release-One-Pay
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY.

       Release-One-Pay.
           IF PY-GARNISHED NUMERIC AND PY-GARNISHED NOT = 0
               MOVE "GRN" TO WS-WITHHELD-CODE
               MOVE PY-GARNISHED TO WS-WITHHELD-AMOUNT
               PERFORM Release-One-Withholding
           END-IF.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NOT = 0
                   MOVE PY-DED-CODE(WS-DED-SUBSCRIPT)
                       TO WS-WITHHELD-CODE
                   MOVE PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-WITHHELD-AMOUNT
                   PERFORM Release-One-Withholding
               END-IF
           END-PERFORM.

      * A deferral under a plan code went to the custodian on
      * RETCONT with the match; it has no REMITPAY payee.
       Release-One-Withholding.
           PERFORM Check-Plan-Code.
           IF CODE-IS-PLAN
               ADD WS-WITHHELD-AMOUNT TO WS-CUSTODIAN-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-PAYEE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PAYEE-SUBSCRIPT > WS-PAYEE-COUNT
               MOVE WS-PAYEE-ITEM(WS-PAYEE-SUBSCRIPT)
                   TO WS-WORK-PAYEE-REC
               IF WK-DED-CODE = WS-WITHHELD-CODE
                   MOVE WS-PAYEE-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUBSCRIPT = 0
               PERFORM Log-Unmapped-Withholding
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAYEE-ITEM(WS-MATCH-SUBSCRIPT)
               TO WS-WORK-PAYEE-REC.
           MOVE 'N' TO WS-EARLIER-SWITCH.
           PERFORM VARYING WS-REMITTED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-REMITTED-SUBSCRIPT > WS-REMITTED-COUNT
               IF WS-REMITTED-PAYEE(WS-REMITTED-SUBSCRIPT)
                       = WK-PAYEE-NUMBER
                   SET PAYEE-REMITTED-EARLIER TO TRUE
               END-IF
           END-PERFORM.
           IF PAYEE-REMITTED-EARLIER
               ADD WS-WITHHELD-AMOUNT TO WS-REMITTED-BEFORE
               EXIT PARAGRAPH
           END-IF.

           MOVE WK-PAYEE-NUMBER    TO SR-PAYEE-NUMBER.
           MOVE WS-WITHHELD-CODE   TO SR-DED-CODE.
           MOVE PY-EMPLOYEE-NUMBER TO SR-EMPLOYEE-NUMBER.
           MOVE PY-PAY-RUN         TO SR-PAY-RUN.
           MOVE WS-WITHHELD-AMOUNT TO SR-AMOUNT.
           MOVE WS-MATCH-SUBSCRIPT TO SR-PAYEE-ENTRY.
           RELEASE SORT-WORK-REC.

       Check-Plan-Code.
           SET CODE-NOT-PLAN TO TRUE.
           IF RETPLAN-ON-FILE
               MOVE WS-WITHHELD-CODE TO RN-PLAN-CODE
               READ RETIREMENT-PLAN-MASTER
                   KEY IS RN-PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CODE-IS-PLAN TO TRUE
               END-READ
           END-IF.

       Log-Unmapped-Withholding.
           ADD 1 TO WS-ITEMS-UNMAPPED.
           ADD WS-WITHHELD-AMOUNT TO WS-UNMAPPED-AMOUNT.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P024" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "REMITRUN" TO EX-PROGRAM-ID.
           STRING "NO REMITPAY PAYEE FOR CODE " WS-WITHHELD-CODE
                   " - NOT REMITTED - EMPLOYEE:" PY-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Remit-By-Payee.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM List-One-Withholding
               END-RETURN
           END-PERFORM.
           IF NOT NO-PAYEE-PRINTED-YET
               PERFORM Close-Payee-Group
           END-IF.

       List-One-Withholding.
           IF NO-PAYEE-PRINTED-YET
                   OR SR-PAYEE-NUMBER NOT = WS-CURRENT-PAYEE
               IF NOT NO-PAYEE-PRINTED-YET
                   PERFORM Close-Payee-Group
               END-IF
               PERFORM Open-Payee-Group
           END-IF.
           IF SR-DED-CODE NOT = WS-CURRENT-CODE
               MOVE SR-DED-CODE TO WS-CURRENT-CODE
               MOVE WS-PAYEE-ITEM(SR-PAYEE-ENTRY)
                   TO WS-WORK-PAYEE-REC
               PERFORM Compute-Code-Due-Date
               IF WS-CODE-DUE-DATE < WS-DUE-DATE
                   MOVE WS-CODE-DUE-DATE TO WS-DUE-DATE
               END-IF
           END-IF.
           ADD 1 TO WS-PAYEE-ITEMS.
           ADD SR-AMOUNT TO WS-PAYEE-TOTAL.
           MOVE SPACES TO WS-RUN-LABEL.
           IF SR-PAY-RUN = 'F'
               MOVE "FINAL PAY" TO WS-RUN-LABEL
           END-IF.
           PERFORM Fetch-Employee-Name.
           MOVE SR-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " SR-DED-CODE
                   " " SR-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " WS-EDITED-AMOUNT
                   " " WS-RUN-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * The payee's name, method and bank are alike on all its
      * codes (REMITMNT sees to that); the first code's entry
      * speaks for the payee.
       Open-Payee-Group.
           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.
           MOVE SR-PAYEE-NUMBER TO WS-CURRENT-PAYEE.
           MOVE SPACES TO WS-CURRENT-CODE.
           MOVE 0 TO WS-PAYEE-TOTAL.
           MOVE 0 TO WS-PAYEE-ITEMS.
           MOVE 99999999 TO WS-DUE-DATE.
           MOVE WS-PAYEE-ITEM(SR-PAYEE-ENTRY) TO WS-WORK-PAYEE-REC.
           MOVE WK-PAYEE-NAME     TO WS-PAYEE-NAME.
           MOVE WK-REMIT-METHOD   TO WS-PAYEE-METHOD.
           MOVE WK-ROUTING-NUMBER TO WS-PAYEE-ROUTING.
           MOVE WK-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT.
           IF PAYEE-BY-TRANSFER
               MOVE "TRANSFER" TO WS-METHOD-LABEL
           ELSE
               MOVE "CHECK" TO WS-METHOD-LABEL
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           STRING "PAYEE: " WS-CURRENT-PAYEE
                   " " WS-PAYEE-NAME
                   " BY " WS-METHOD-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  DED EMPLOYEE NAME                         "
                   "   AMOUNT"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * D: so many days after the period end. M: that day of the
      * month after the period end's month.
       Compute-Code-Due-Date.
           IF WK-DUE-DAY-OF-MONTH
               MOVE WS-REMIT-PERIOD TO WS-DUE-WORK
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
               MOVE WK-DUE-DAYS TO WS-DUE-DAY
               MOVE WS-DUE-WORK TO WS-CODE-DUE-DATE
           ELSE
               COMPUTE WS-CODE-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-REMIT-PERIOD)
                   + WK-DUE-DAYS)
           END-IF.

       Close-Payee-Group.
           MOVE WS-PAYEE-TOTAL TO WS-EDITED-TOTAL.
           MOVE WS-PAYEE-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  PAYEE TOTAL:" WS-EDITED-TOTAL
                   "  ITEMS:" WS-COUNT-DISPLAY
                   "  DUE " WS-DUE-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SET REMITTANCE-NOT-ISSUED TO TRUE.
           MOVE SPACES TO WS-NOT-ISSUED-REASON.
           EVALUATE TRUE
               WHEN WS-PAYEE-TOTAL NOT > 0
                   MOVE "NOTHING OWED - TOTAL NOT > 0"
                       TO WS-NOT-ISSUED-REASON
               WHEN PAYEE-BY-CHECK AND WS-PAYEE-TOTAL > WS-CHECK-LIMIT
                   MOVE "OVER CHECK LIMIT - REMAP TO E"
                       TO WS-NOT-ISSUED-REASON
               WHEN PAYEE-BY-CHECK
                   PERFORM Issue-Remittance-Check
               WHEN OTHER
                   PERFORM Write-Remittance-Transfer
           END-EVALUATE.

           IF REMITTANCE-ISSUED
               PERFORM Record-Remittance
           ELSE
               PERFORM Hold-Remittance
           END-IF.

       Issue-Remittance-Check.
           MOVE 'N' TO WS-CHECK-REQUEST-CODE.
           CALL "CHKNBR" USING WS-CHECK-REQUEST-CODE
               WS-NEW-CHECK-NUMBER.
           MOVE WS-NEW-CHECK-NUMBER TO CK-CHECK-NUMBER.
           MOVE 0                   TO CK-EMPLOYEE-NUMBER.
           MOVE WS-PAYEE-TOTAL      TO CK-AMOUNT.
           MOVE WS-RUN-DATE         TO CK-ISSUE-DATE.
           MOVE 'I'                 TO CK-STATUS.
           MOVE 0                   TO CK-REPLACES.
           MOVE 0                   TO CK-VOID-DATE.
           MOVE 0                   TO CK-PP-ISSUE-SENT.
           MOVE 0                   TO CK-PP-VOID-SENT.
           MOVE WS-CURRENT-PAYEE    TO CK-PAYEE-NUMBER.
           MOVE WS-REMIT-PERIOD     TO CK-PAY-PERIOD.
           WRITE CHECK-REGISTER-REC
               INVALID KEY
                   MOVE "CHECK NUMBER COLLISION"
                       TO WS-NOT-ISSUED-REASON
                   EXIT PARAGRAPH
           END-WRITE.
           SET REMITTANCE-ISSUED TO TRUE.
           ADD 1 TO WS-CHECKS-ISSUED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHECK NO " WS-NEW-CHECK-NUMBER
                   "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE REMIT-CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE WS-PAYEE-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAY TO " WS-PAYEE-NAME
                   " **" WS-EDITED-TOTAL "**"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE REMIT-CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE WS-PAYEE-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  STUB " WS-NEW-CHECK-NUMBER
                   " PAYEE:" WS-CURRENT-PAYEE
                   " PAY PERIOD END " WS-REMIT-PERIOD
                   " EMPLOYEES:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE REMIT-CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  DETAIL ON REMITRPT - DUE " WS-DUE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE REMIT-CHECK-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE REMIT-CHECK-PRINT-LINE FROM WS-PRINT-LINE.

       Write-Remittance-Transfer.
           MOVE 0 TO WS-NEW-CHECK-NUMBER.
           MOVE SPACES TO XFER-RECORD.
           MOVE 'D' TO BX-RECORD-TYPE.
           MOVE WS-CURRENT-PAYEE  TO BX-DTL-EMPLOYEE-NUMBER.
           MOVE WS-PAYEE-ROUTING  TO BX-DTL-ROUTING.
           MOVE WS-PAYEE-ACCOUNT  TO BX-DTL-ACCOUNT.
           MOVE WS-PAYEE-TOTAL    TO BX-DTL-AMOUNT.
           MOVE 'R'               TO BX-DTL-ENTRY-TYPE.
           WRITE TRANSFER-FILE-REC FROM XFER-RECORD.
           SET REMITTANCE-ISSUED TO TRUE.
           ADD 1 TO WS-TRANSFERS-WRITTEN.
           ADD WS-PAYEE-TOTAL TO WS-TOTAL-TRANSFERRED.

      * On REMITHST the payee is paid for the period; a rerun
      * passes it over.
       Record-Remittance.
           ADD 1 TO WS-PAYEES-REMITTED.
           ADD WS-PAYEE-TOTAL TO WS-REMITTED-NOW.
           MOVE WS-REMIT-PERIOD     TO RW-PERIOD-END.
           MOVE WS-CURRENT-PAYEE    TO RW-PAYEE-NUMBER.
           MOVE WS-PAYEE-METHOD     TO RW-REMIT-METHOD.
           MOVE WS-PAYEE-TOTAL      TO RW-AMOUNT.
           MOVE WS-NEW-CHECK-NUMBER TO RW-CHECK-NUMBER.
           MOVE WS-RUN-DATE         TO RW-REMIT-DATE.
           MOVE WS-DUE-DATE         TO RW-DUE-DATE.
           MOVE WS-PAYEE-ITEMS      TO RW-ITEM-COUNT.
           MOVE WS-OPERATOR-ID      TO RW-OPERATOR-ID.
           WRITE REMIT-HISTORY-REC.

           MOVE SPACES TO WS-PAST-DUE-FLAG.
           IF WS-DUE-DATE < WS-RUN-DATE
               MOVE "** PAST DUE" TO WS-PAST-DUE-FLAG
               ADD 1 TO WS-PAYEES-PAST-DUE
               MOVE SPACES TO EX-MESSAGE
               MOVE "P025" TO EX-ERROR-CODE
               MOVE 'W' TO EX-SEVERITY
               MOVE "REMITRUN" TO EX-PROGRAM-ID
               STRING "REMITTED PAST DUE " WS-DUE-DATE
                       " - PAYEE:" WS-CURRENT-PAYEE
                       " PERIOD " WS-REMIT-PERIOD
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF PAYEE-BY-CHECK
               STRING "  REMITTED BY CHECK " WS-NEW-CHECK-NUMBER
                       " " WS-PAST-DUE-FLAG
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "  REMITTED BY TRANSFER TO " WS-PAYEE-ROUTING
                       " " WS-PAST-DUE-FLAG
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

      * Not remitted and not on REMITHST - the next run after the
      * cause is put right picks the payee up.
       Hold-Remittance.
           ADD 1 TO WS-PAYEES-NOT-ISSUED.
           ADD WS-PAYEE-TOTAL TO WS-NOT-ISSUED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NOT REMITTED - " WS-NOT-ISSUED-REASON
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P025" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "REMITRUN" TO EX-PROGRAM-ID.
           STRING "NOT REMITTED - " WS-NOT-ISSUED-REASON
                   " - PAYEE:" WS-CURRENT-PAYEE
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF NOT EMPLOYEE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SR-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.

      * Every dollar withheld for the period is remitted now,
      * was remitted before, or is held back for a named reason;
      * the regular-run share is the PAYREG figure.
       Write-Reconciliation.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF PAYREG-FOR-PERIOD
               MOVE WS-PAYREG-DEDUCTIONS TO WS-EDITED-TOTAL
               STRING "PAYREG TOTAL DEDUCTIONS:     " WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "PAYREG TOTAL DEDUCTIONS:     "
                       "NOT FOR THIS PERIOD"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

           MOVE WS-REGULAR-WITHHELD TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REGULAR RUN WITHHELD:        " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-FINAL-WITHHELD TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OFF-CYCLE FINAL PAY WITHHELD:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-REMITTED-NOW TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REMITTED THIS RUN:           " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-REMITTED-BEFORE TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REMITTED BY EARLIER RUNS:    " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CUSTODIAN-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SENT TO CUSTODIAN ON RETCONT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-UNMAPPED-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HELD - NO PAYEE FOR CODE:    " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-NOT-ISSUED-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HELD - REMITTANCE NOT ISSUED:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CHECKS-ISSUED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REMITTANCE CHECKS ISSUED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TRANSFERS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REMITTANCE TRANSFERS:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-PAYEES-PAST-DUE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REMITTED PAST DUE:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           COMPUTE WS-ACCOUNTED-AMOUNT = WS-REMITTED-NOW
               + WS-REMITTED-BEFORE + WS-UNMAPPED-AMOUNT
               + WS-NOT-ISSUED-AMOUNT + WS-CUSTODIAN-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-ACCOUNTED-AMOUNT
                       NOT = WS-REGULAR-WITHHELD + WS-FINAL-WITHHELD
                   STRING "REMITTANCES DO NOT ACCOUNT FOR THE "
                           "PERIOD WITHHOLDINGS"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN PAYREG-NOT-FOR-PERIOD
                   STRING "REMITTANCES ACCOUNT FOR PAYHIST - "
                           "NOT RECONCILED TO PAYREG"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "REMITTANCES RECONCILE TO PAYREG "
                           "DEDUCTIONS"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

      * The run lands on the ACTLOG trail SODSCAN reads for
      * conflicting duties, keyed by the period remitted.
       Log-Remittance-Run.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "REMITRUN" TO AL-PROGRAM-ID.
           MOVE "REMIT" TO AL-ACTION-CODE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-REMIT-PERIOD TO AL-KEY-VALUE(1:8).
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE REMIT-REPORT-LINE FROM RP-HEADING-1
               WRITE REMIT-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE.
