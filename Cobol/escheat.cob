       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      * Yearly unclaimed-property (escheat) run - the turnover to
      * the state that used to be worked by hand from printouts.
      * The ESCHCTL card sets the ages: a CHECKREG check still in
      * 'I' status with an issue month older than the check age,
      * and a DORMANT-flagged ACCTMAST account carrying a balance
      * whose last activity (its postings, every year of them,
      * read back through the CALLed POSTRDW service, or the open
      * date when it never posted) is older than the account
      * age, is stale.
      * Each stale item not already in hand goes on the ESCHMAST
      * unclaimed-property master (copybooks/UNCL-PROP-REC.cpy)
      * and gets a due-diligence notice letter on ESCHLTR, naming
      * the reply-by date the card's notice window sets. Items
      * noticed by an earlier run are looked at first: one the
      * owner has come forward for - the check voided or
      * reissued through CHKMAINT, the account released by
      * DORMANT - is reclaimed and drops out; one still unclaimed
      * past its reply-by date escheats. An escheated check is
      * voided on CHECKREG (and so reaches the bank on the next
      * POSPAY void); an escheated balance leaves ACCTMAST
      * through the established posting path - a POSTHIST 'U'
      * debit - and the account goes to 'E' status. Everything
      * escheated in the run goes on the ESCHHRPT state holder
      * report (copybooks/HOLDER-RPT-REC.cpy) between a header
      * and a trailer carrying the totals; the ESCHREG register
      * lists every disposition, and the account total appends
      * to BALRPT the way SVCCHRG ties in its fees. No card, no
      * run - never a guessed age.
      * The state takes home currency: a foreign-currency
      * account's balance is noticed, reported and totalled at
      * its home value on the day's FXRATE rate (through the
      * CALLed CURRCNVW service), while the 'U' debit takes the
      * balance out in the account's own currency. No rate for
      * the day means the account is logged and left for a later
      * run - never a guessed rate.
      * A REMITRUN remittance check is owed to a third-party
      * payee, not an employee - a stale one is followed up with
      * the payee by payroll and never noticed here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-CONTROL ASSIGN TO "ESCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-CONTROL-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "Cobol/data/ESCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-ITEM-KEY
               FILE STATUS IS WS-PROPERTY-MASTER-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ADDRESS-MASTER ASSIGN TO "Cobol/data/ADDRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

           SELECT NOTICE-LETTERS ASSIGN TO "Cobol/data/ESCHLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LETTERS-STATUS.

           SELECT HOLDER-REPORT ASSIGN TO "Cobol/data/ESCHHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-REPORT-STATUS.

           SELECT ESCHEAT-REGISTER ASSIGN TO "Cobol/data/ESCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REGISTER-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO "Cobol/data/BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-CONTROL.
      * One card:
      *   Pos  1- 3  EC-CHECK-MONTHS    9(3)  Months an issued
      *                                       check may sit
      *   Pos  4- 6  EC-ACCOUNT-MONTHS  9(3)  Months without
      *                                       activity on a
      *                                       dormant account
      *   Pos  7- 9  EC-NOTICE-DAYS     9(3)  Notice window, days
      *   Pos 10-18  EC-HOLDER-ID       X(9)  Holder FEIN for the
      *                                       state report
       01 ESCHEAT-CONTROL-REC.
           05 EC-CHECK-MONTHS         PIC 9(3).
           05 EC-ACCOUNT-MONTHS       PIC 9(3).
           05 EC-NOTICE-DAYS          PIC 9(3).
           05 EC-HOLDER-ID            PIC X(9).

       FD  PROPERTY-MASTER.
       01 PROPERTY-MASTER-REC.
           COPY UNCL-PROP-REC.

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  NOTICE-LETTERS.
       01 NOTICE-LETTER-LINE          PIC X(80).

       FD  HOLDER-REPORT.
      * Typed records per copybooks/HOLDER-RPT-REC.cpy.
       01 HOLDER-REPORT-REC           PIC X(125).

       FD  ESCHEAT-REGISTER.
       01 ESCHEAT-REGISTER-LINE       PIC X(80).

       FD  BALANCE-REPORT.
       01 BALANCE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESCHEAT-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-PROPERTY-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-NOTICE-LETTERS-STATUS    PIC XX VALUE "00".
       01 WS-HOLDER-REPORT-STATUS     PIC XX VALUE "00".
       01 WS-ESCHEAT-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-BALANCE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-CONTROL-READ-SWITCH      PIC X VALUE 'N'.
           88 CONTROL-WAS-READ             VALUE 'Y'.
           88 CONTROL-NOT-READ             VALUE 'N'.
       01 WS-CHECK-MONTHS             PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-MONTHS           PIC 9(3) VALUE 0.
       01 WS-NOTICE-DAYS              PIC 9(3) VALUE 0.
       01 WS-HOLDER-ID                PIC X(9) VALUE SPACES.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 99.
           05 WS-RUN-DAY              PIC 99.
       01 WS-REPLY-BY-DATE            PIC 9(8) VALUE 0.

      * Cutoffs are whole months, the DORMANT convention: the run
      * month backed off by the card age, compared year-and-month.
       01 WS-AGE-MONTHS               PIC 9(3) VALUE 0.
       01 WS-MONTH-COUNT              PIC 9(6) VALUE 0.
       01 WS-CUTOFF-YEAR              PIC 9(4) VALUE 0.
       01 WS-CUTOFF-MM                PIC 99 VALUE 0.
       01 WS-CUTOFF-MONTH             PIC 9(6) VALUE 0.
       01 WS-CHECK-CUTOFF-MONTH       PIC 9(6) VALUE 0.
       01 WS-ACCOUNT-CUTOFF-MONTH     PIC 9(6) VALUE 0.
       01 WS-COMPARE-MONTH            PIC 9(6) VALUE 0.

      * Last-activity tracking per account, loaded the DORMANT
      * way from one walk down the master and each account's own
      * postings read back through the CALLed POSTRDW service.
       01 WS-LAST-COUNT               PIC 9(3) VALUE 0.
       01 WS-LAST-TABLE.
           05 WS-LAST-ENTRY OCCURS 500 TIMES.
               10 WS-LAST-SSN         PIC 9(9).
               10 WS-LAST-POST-DATE   PIC 9(8).
       01 WS-LAST-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-LAST-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 ACCOUNT-TABLE-OVERFLOWED     VALUE 'Y'.

      * The posting in hand as POSTRDW hands it back; kept apart
      * from the POSTHIST record this run's remittances are
      * written from.
       01 WS-SCANNED-POSTING.
           COPY ACCT-POST-REC
               REPLACING PH-ACCT-SSN          BY SP-ACCT-SSN
                         PH-POST-DATE         BY SP-POST-DATE
                         PH-TRAN-CODE         BY SP-TRAN-CODE
                         PH-TRAN-IS-DEBIT     BY SP-TRAN-IS-DEBIT
                         PH-TRAN-IS-CREDIT    BY SP-TRAN-IS-CREDIT
                         PH-AMOUNT            BY SP-AMOUNT
                         PH-ENTRY-TYPE        BY SP-ENTRY-TYPE
                         PH-ENTRY-IS-ORDINARY BY SP-ENTRY-IS-ORDINARY
                         PH-ENTRY-IS-REVERSAL BY SP-ENTRY-IS-REVERSAL
                         PH-ENTRY-IS-INTEREST BY SP-ENTRY-IS-INTEREST
                         PH-ENTRY-IS-FEE      BY SP-ENTRY-IS-FEE
                         PH-ENTRY-IS-ESCHEAT  BY SP-ENTRY-IS-ESCHEAT
                         PH-ENTRY-IS-TRANSFER BY SP-ENTRY-IS-TRANSFER
                         PH-ENTRY-IS-PAYROLL  BY SP-ENTRY-IS-PAYROLL
                         PH-ENTRY-IS-LOAN-ADVANCE
                            BY SP-ENTRY-IS-LOAN-ADVANCE
                         PH-ENTRY-IS-LOAN-PAYMENT
                            BY SP-ENTRY-IS-LOAN-PAYMENT
                         PH-ENTRY-IS-LOAN-INTEREST
                            BY SP-ENTRY-IS-LOAN-INTEREST
                         PH-ENTRY-IS-LATE-CHARGE
                            BY SP-ENTRY-IS-LATE-CHARGE
                         PH-ENTRY-IS-DISPUTE-CREDIT
                            BY SP-ENTRY-IS-DISPUTE-CREDIT
                         PH-ORIG-DATE         BY SP-ORIG-DATE
                         PH-XFER-ACCT-SSN     BY SP-XFER-ACCT-SSN
                         PH-XFER-REF          BY SP-XFER-REF
                         PH-XFER-BATCH-DATE   BY SP-XFER-BATCH-DATE
                         PH-XFER-BATCH-NUMBER BY SP-XFER-BATCH-NUMBER
                         PH-XFER-SEQUENCE     BY SP-XFER-SEQUENCE
                         PH-CURRENCY-CODE     BY SP-CURRENCY-CODE
                         PH-CURRENCY-IS-HOME  BY SP-CURRENCY-IS-HOME
                         PH-HOME-AMOUNT       BY SP-HOME-AMOUNT
                         PH-CASH-FLAG         BY SP-CASH-FLAG
                         PH-POSTING-IS-CASH   BY SP-POSTING-IS-CASH.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-XREF-SWITCH              PIC X VALUE 'N'.
           88 XREF-SEARCH-DONE             VALUE 'Y'.
           88 XREF-SEARCH-NOT-DONE         VALUE 'N'.
      * Address and cross-reference are side files: a run
      * without them still letters and reports, short the detail.
       01 WS-ADDRESS-OPEN-SWITCH      PIC X VALUE 'N'.
           88 ADDRESS-FILE-OPEN            VALUE 'Y'.
       01 WS-XREF-OPEN-SWITCH         PIC X VALUE 'N'.
           88 XREF-FILE-OPEN               VALUE 'Y'.
       01 WS-ITEM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 ITEM-ON-FILE                 VALUE 'Y'.
           88 ITEM-NOT-ON-FILE             VALUE 'N'.

      * The owner as found for the item in hand.
       01 WS-OWNER-EMPLOYEE           PIC 9(6) VALUE 0.
       01 WS-OWNER-SSN                PIC 9(9) VALUE 0.
       01 WS-OWNER-NAME               PIC X(30) VALUE SPACES.
       01 WS-OWNER-STREET             PIC X(25) VALUE SPACES.
       01 WS-OWNER-CITY               PIC X(15) VALUE SPACES.
       01 WS-OWNER-STATE              PIC X(2) VALUE SPACES.
       01 WS-OWNER-ZIP                PIC X(5) VALUE SPACES.
       01 WS-ITEM-AMOUNT              PIC 9(7)V99 VALUE 0.
       01 WS-ITEM-LAST-ACTIVITY       PIC 9(8) VALUE 0.
       01 WS-HOME-BALANCE             PIC S9(9)V99 VALUE 0.
       01 WS-UNCONVERTED-ACCOUNTS     PIC 9(5) VALUE 0.

       01 WS-CURR-CNV-PARM.
           COPY CURR-CNV-PARM.

       01 WS-ITEMS-NOTICED            PIC 9(5) VALUE 0.
       01 WS-ITEMS-RECLAIMED          PIC 9(5) VALUE 0.
       01 WS-ITEMS-PENDING            PIC 9(5) VALUE 0.
       01 WS-NOTICED-AMOUNT           PIC 9(9)V99 VALUE 0.
       01 WS-CHECKS-ESCHEATED         PIC 9(6) VALUE 0.
       01 WS-CHECKS-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-ACCOUNTS-ESCHEATED       PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-AMOUNT          PIC 9(9)V99 VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-LETTER-LINE              PIC X(80) VALUE SPACES.

           COPY HOLDER-RPT-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ESCHEAT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Escheat-Control.
           IF CONTROL-NOT-READ
               DISPLAY "NO ESCHCTL CARD - NO ESCHEAT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-CHECK-MONTHS TO WS-AGE-MONTHS.
           PERFORM Compute-Cutoff-Month.
           MOVE WS-CUTOFF-MONTH TO WS-CHECK-CUTOFF-MONTH.
           MOVE WS-ACCOUNT-MONTHS TO WS-AGE-MONTHS.
           PERFORM Compute-Cutoff-Month.
           MOVE WS-CUTOFF-MONTH TO WS-ACCOUNT-CUTOFF-MONTH.
           COMPUTE WS-REPLY-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                + WS-NOTICE-DAYS).

           OPEN I-O CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE:"
                       WS-CHECK-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               CLOSE CHECK-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Open-Property-Master.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT ADDRESS-MASTER.
           IF WS-ADDRESS-MASTER-STATUS = "00"
               SET ADDRESS-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS = "00"
               SET XREF-FILE-OPEN TO TRUE
           END-IF.

      * Last activity comes off history before this run's own
      * remittance postings join it.
           PERFORM Load-Account-Table.
           PERFORM Scan-Posting-History.
           OPEN EXTEND POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "05"
               OR WS-POSTING-HISTORY-STATUS = "35"
               CLOSE POSTING-HISTORY
               OPEN OUTPUT POSTING-HISTORY
           END-IF.

           OPEN OUTPUT NOTICE-LETTERS.
           OPEN OUTPUT ESCHEAT-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "UNCLAIMED PROPERTY REGISTER  RUN:" WS-RUN-DATE
                   "  REPLY-BY FOR NEW NOTICES:" WS-REPLY-BY-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

           OPEN OUTPUT HOLDER-REPORT.
           MOVE SPACES TO HOLDER-RECORD.
           MOVE 'H' TO HR-RECORD-TYPE.
           MOVE WS-RUN-DATE TO HR-HDR-REPORT-DATE.
           MOVE WS-RUN-YEAR TO HR-HDR-REPORT-YEAR.
           MOVE WS-HOLDER-ID TO HR-HDR-HOLDER-ID.
           WRITE HOLDER-REPORT-REC FROM HOLDER-RECORD.

      * Earlier notices settle first, so an item noticed today
      * always gets its full window.
           PERFORM Settle-Open-Notices.
           PERFORM Select-Stale-Checks.
           PERFORM Select-Dormant-Balances.

           MOVE SPACES TO HOLDER-RECORD.
           MOVE 'T' TO HR-RECORD-TYPE.
           COMPUTE HR-TRL-RECORD-COUNT =
               WS-CHECKS-ESCHEATED + WS-ACCOUNTS-ESCHEATED.
           COMPUTE HR-TRL-TOTAL-AMOUNT =
               WS-CHECKS-AMOUNT + WS-ACCOUNTS-AMOUNT.
           MOVE WS-CHECKS-ESCHEATED   TO HR-TRL-CHECK-COUNT.
           MOVE WS-CHECKS-AMOUNT      TO HR-TRL-CHECK-AMOUNT.
           MOVE WS-ACCOUNTS-ESCHEATED TO HR-TRL-ACCOUNT-COUNT.
           MOVE WS-ACCOUNTS-AMOUNT    TO HR-TRL-ACCOUNT-AMOUNT.
           WRITE HOLDER-REPORT-REC FROM HOLDER-RECORD.
           CLOSE HOLDER-REPORT.

           PERFORM Write-Register-Totals.
           IF ACCOUNT-TABLE-OVERFLOWED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "ACCOUNT TABLE FULL - COVERAGE INCOMPLETE"
                       " PAST 500 ACCOUNTS"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE
               MOVE SPACES TO EX-MESSAGE
               MOVE "U001" TO EX-ERROR-CODE
               MOVE 'W' TO EX-SEVERITY
               MOVE "ESCHEAT" TO EX-PROGRAM-ID
               STRING "ACCOUNT TABLE FULL - DORMANT BALANCES PAST"
                       " 500 ACCOUNTS NOT REVIEWED"
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNCONVERTED-ACCOUNTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ESCHEAT-REGISTER.
           CLOSE NOTICE-LETTERS.
           CLOSE POSTING-HISTORY.
           IF XREF-FILE-OPEN
               CLOSE XREF-MASTER
           END-IF.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE CHECK-REGISTER.
           PERFORM Append-To-Balancing-Report.
           GOBACK.

       Read-Escheat-Control.
           SET CONTROL-NOT-READ TO TRUE.
           OPEN INPUT ESCHEAT-CONTROL.
           IF WS-ESCHEAT-CONTROL-STATUS = "00"
               READ ESCHEAT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-CHECK-MONTHS NUMERIC
                           AND EC-ACCOUNT-MONTHS NUMERIC
                           AND EC-NOTICE-DAYS NUMERIC
                           AND EC-CHECK-MONTHS > 0
                           AND EC-ACCOUNT-MONTHS > 0
                           MOVE EC-CHECK-MONTHS TO WS-CHECK-MONTHS
                           MOVE EC-ACCOUNT-MONTHS
                               TO WS-ACCOUNT-MONTHS
                           MOVE EC-NOTICE-DAYS TO WS-NOTICE-DAYS
                           MOVE EC-HOLDER-ID TO WS-HOLDER-ID
                           SET CONTROL-WAS-READ TO TRUE
                       END-IF
               END-READ
               CLOSE ESCHEAT-CONTROL
           END-IF.

       Compute-Cutoff-Month.
           COMPUTE WS-MONTH-COUNT =
               (WS-RUN-YEAR * 12) + WS-RUN-MONTH
               - WS-AGE-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MM.
           IF WS-CUTOFF-MM = 0
               MOVE 12 TO WS-CUTOFF-MM
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
           END-IF.
           COMPUTE WS-CUTOFF-MONTH =
               WS-CUTOFF-YEAR * 100 + WS-CUTOFF-MM.

       Open-Property-Master.
           OPEN I-O PROPERTY-MASTER.
           IF WS-PROPERTY-MASTER-STATUS = "35"
               CLOSE PROPERTY-MASTER
               OPEN OUTPUT PROPERTY-MASTER
               CLOSE PROPERTY-MASTER
               OPEN I-O PROPERTY-MASTER
           END-IF.

       Load-Account-Table.
           MOVE 0 TO WS-LAST-COUNT.
           MOVE 0 TO AM-ACCT-SSN.
           START ACCOUNT-MASTER
               KEY IS >= AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-ACCOUNT-MASTER-STATUS NOT = "00"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LAST-COUNT < 500
                           ADD 1 TO WS-LAST-COUNT
                           MOVE AM-ACCT-SSN
                               TO WS-LAST-SSN(WS-LAST-COUNT)
                           MOVE 0
                               TO WS-LAST-POST-DATE(WS-LAST-COUNT)
                       ELSE
                           SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN
                           CALL "SSNMASKW" USING WS-MASK-SSN-IN
                               WS-MASKED-SSN
                           DISPLAY "ACCOUNT TABLE FULL - NOT"
                                   " REVIEWED:" WS-MASKED-SSN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-ACCOUNT-MASTER-STATUS.

      * Each account in the table reads only its own postings,
      * every year of them, through the CALLed POSTRDW service -
      * activity in a year the year-end split has moved out of
      * POSTHIST still counts.
       Scan-Posting-History.
           MOVE "ESCHEAT" TO PR-CALLER-ID.
           PERFORM VARYING WS-LAST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-LAST-SUBSCRIPT > WS-LAST-COUNT
               MOVE 'A' TO PR-REQUEST-CODE
               MOVE WS-LAST-SSN(WS-LAST-SUBSCRIPT) TO PR-ACCT-SSN
               MOVE 0 TO PR-FROM-DATE
               MOVE 99999999 TO PR-TO-DATE
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
               MOVE 'N' TO PR-REQUEST-CODE
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
               PERFORM UNTIL NOT PR-POSTING-RETURNED
                   MOVE PR-POSTING-IMAGE TO WS-SCANNED-POSTING
                   PERFORM Note-Posting-Date
                   CALL "POSTRDW" USING WS-POSTING-READ-PARM
               END-PERFORM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Note-Posting-Date.
           IF SP-POST-DATE > WS-LAST-POST-DATE(WS-LAST-SUBSCRIPT)
               MOVE SP-POST-DATE
                   TO WS-LAST-POST-DATE(WS-LAST-SUBSCRIPT)
           END-IF.

      *----------------------------------------------------------*
      * Notices from earlier runs: reclaimed, still waiting, or
      * past the reply-by date and escheated.
      *----------------------------------------------------------*
       Settle-Open-Notices.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO UP-ITEM-KEY.
           START PROPERTY-MASTER
               KEY IS >= UP-ITEM-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ PROPERTY-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF UP-ITEM-IS-NOTICED
                           PERFORM Settle-One-Notice
                       END-IF
               END-READ
           END-PERFORM.

       Settle-One-Notice.
           EVALUATE TRUE
               WHEN UP-ITEM-IS-CHECK
                   PERFORM Settle-Check-Notice
               WHEN UP-ITEM-IS-ACCOUNT
                   PERFORM Settle-Account-Notice
           END-EVALUATE.

      * A check no longer outstanding - voided, reissued, or gone
      * from the register - has been dealt with by a person.
       Settle-Check-Notice.
           MOVE UP-ITEM-ID TO CK-CHECK-NUMBER.
           READ CHECK-REGISTER
               KEY IS CK-CHECK-NUMBER
               INVALID KEY
                   PERFORM Mark-Reclaimed
               NOT INVALID KEY
                   IF NOT CK-CHECK-IS-ISSUED
                       PERFORM Mark-Reclaimed
                   ELSE
                       IF WS-RUN-DATE > UP-REPLY-BY-DATE
                           PERFORM Escheat-Check
                       ELSE
                           ADD 1 TO WS-ITEMS-PENDING
                       END-IF
                   END-IF
           END-READ.

      * DORMANT's release file is how an owner's contact wakes
      * the account; a balance gone to nothing has nothing left
      * to turn over.
       Settle-Account-Notice.
           MOVE UP-ITEM-ID TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   PERFORM Mark-Reclaimed
               NOT INVALID KEY
                   IF NOT AM-ACCOUNT-IS-DORMANT
                       OR AM-BALANCE NOT > 0
                       PERFORM Mark-Reclaimed
                   ELSE
                       IF WS-RUN-DATE > UP-REPLY-BY-DATE
                           PERFORM Value-Balance-At-Home
                           IF CV-WAS-DONE
                               PERFORM Escheat-Account
                           ELSE
                               PERFORM Log-Unconverted-Account
                               ADD 1 TO WS-ITEMS-PENDING
                           END-IF
                       ELSE
                           ADD 1 TO WS-ITEMS-PENDING
                       END-IF
                   END-IF
           END-READ.

       Mark-Reclaimed.
           MOVE 'R' TO UP-STATUS.
           MOVE WS-RUN-DATE TO UP-CLOSE-DATE.
           REWRITE PROPERTY-MASTER-REC.
           ADD 1 TO WS-ITEMS-RECLAIMED.
           MOVE UP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF UP-ITEM-IS-CHECK
               STRING "RECLAIMED CHECK   " UP-ITEM-ID(4:6)
                       "     AMT:" WS-EDITED-AMOUNT
                       " " UP-OWNER-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               MOVE UP-ITEM-ID TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               STRING "RECLAIMED ACCOUNT " WS-MASKED-SSN
                       "AMT:" WS-EDITED-AMOUNT
                       " " UP-OWNER-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Voided on the register exactly as CHKMAINT voids, so
      * POSPAY tells the bank not to honor it.
       Escheat-Check.
           MOVE 'V' TO CK-STATUS.
           MOVE WS-RUN-DATE TO CK-VOID-DATE.
           REWRITE CHECK-REGISTER-REC.
           MOVE CK-AMOUNT TO UP-AMOUNT.
           MOVE 'E' TO UP-STATUS.
           MOVE WS-RUN-DATE TO UP-CLOSE-DATE.
           REWRITE PROPERTY-MASTER-REC.
           ADD 1 TO WS-CHECKS-ESCHEATED.
           ADD CK-AMOUNT TO WS-CHECKS-AMOUNT.
           PERFORM Write-Holder-Detail.
           MOVE UP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ESCHEATED CHECK   " UP-ITEM-ID(4:6)
                   "     AMT:" WS-EDITED-AMOUNT
                   " " UP-OWNER-NAME
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The balance leaves through the established path: the
      * master debits to zero, history carries a 'U' entry, the
      * register and BALRPT tie out.
       Escheat-Account.
           MOVE WS-HOME-BALANCE TO UP-AMOUNT.
           MOVE AM-ACCT-SSN TO PH-ACCT-SSN.
           MOVE WS-RUN-DATE TO PH-POST-DATE.
           MOVE 'D' TO PH-TRAN-CODE.
           MOVE AM-BALANCE TO PH-AMOUNT.
           MOVE 'U' TO PH-ENTRY-TYPE.
           MOVE 0 TO PH-ORIG-DATE.
           MOVE 0 TO PH-XFER-ACCT-SSN.
           MOVE ZEROS TO PH-XFER-REF.
           IF AM-CURRENCY-IS-HOME
               MOVE SPACES TO PH-CURRENCY-CODE
               MOVE 0 TO PH-HOME-AMOUNT
           ELSE
               MOVE AM-CURRENCY-CODE TO PH-CURRENCY-CODE
               MOVE WS-HOME-BALANCE TO PH-HOME-AMOUNT
           END-IF.
           MOVE SPACE TO PH-CASH-FLAG.
           WRITE POSTING-HISTORY-REC.
           MOVE 0 TO AM-BALANCE.
           MOVE 'E' TO AM-STATUS.
           REWRITE ACCOUNT-MASTER-REC.
           MOVE 'E' TO UP-STATUS.
           MOVE WS-RUN-DATE TO UP-CLOSE-DATE.
           REWRITE PROPERTY-MASTER-REC.
           ADD 1 TO WS-ACCOUNTS-ESCHEATED.
           ADD UP-AMOUNT TO WS-ACCOUNTS-AMOUNT.
           PERFORM Write-Holder-Detail.
           MOVE UP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE UP-ITEM-ID TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ESCHEATED ACCOUNT " WS-MASKED-SSN
                   "AMT:" WS-EDITED-AMOUNT
                   " " UP-OWNER-NAME
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * The state gets the last known address as of today, not
      * as of the notice.
       Write-Holder-Detail.
           MOVE UP-EMPLOYEE-NUMBER TO WS-OWNER-EMPLOYEE.
           PERFORM Fetch-Owner-Address.
           MOVE SPACES TO HOLDER-RECORD.
           MOVE 'D' TO HR-RECORD-TYPE.
           IF UP-ITEM-IS-CHECK
               MOVE "PR01" TO HR-PROPERTY-TYPE
           ELSE
               MOVE "AC01" TO HR-PROPERTY-TYPE
           END-IF.
           MOVE UP-ITEM-ID       TO HR-ITEM-ID.
           MOVE UP-OWNER-SSN     TO HR-OWNER-SSN.
           MOVE UP-OWNER-NAME    TO HR-OWNER-NAME.
           MOVE WS-OWNER-STREET  TO HR-OWNER-STREET.
           MOVE WS-OWNER-CITY    TO HR-OWNER-CITY.
           MOVE WS-OWNER-STATE   TO HR-OWNER-STATE.
           MOVE WS-OWNER-ZIP     TO HR-OWNER-ZIP.
           MOVE UP-AMOUNT        TO HR-AMOUNT.
           MOVE UP-LAST-ACTIVITY TO HR-LAST-ACTIVITY.
           MOVE UP-NOTICE-DATE   TO HR-NOTICE-DATE.
           WRITE HOLDER-REPORT-REC FROM HOLDER-RECORD.

      *----------------------------------------------------------*
      * New stale items: on file, noticed, and lettered.
      *----------------------------------------------------------*
       Select-Stale-Checks.
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
                       IF CK-CHECK-IS-ISSUED
                           AND CK-ISSUE-DATE(1:6)
                               < WS-CHECK-CUTOFF-MONTH
                           AND (CK-PAYEE-NUMBER NOT NUMERIC
                                OR CK-PAYEE-NUMBER = 0)
                           PERFORM Notice-Stale-Check
                       END-IF
               END-READ
           END-PERFORM.

       Notice-Stale-Check.
           MOVE 'C' TO UP-ITEM-TYPE.
           MOVE CK-CHECK-NUMBER TO UP-ITEM-ID.
           PERFORM Look-Up-Item.
           IF ITEM-NOT-ON-FILE OR UP-ITEM-IS-RECLAIMED
               MOVE CK-EMPLOYEE-NUMBER TO WS-OWNER-EMPLOYEE
               MOVE 0 TO WS-OWNER-SSN
               IF XREF-FILE-OPEN
                   MOVE CK-EMPLOYEE-NUMBER TO XR-EMPLOYEE-NUMBER
                   READ XREF-MASTER
                       KEY IS XR-EMPLOYEE-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE XR-ACCT-SSN TO WS-OWNER-SSN
                   END-READ
               END-IF
               MOVE CK-AMOUNT TO WS-ITEM-AMOUNT
               MOVE CK-ISSUE-DATE TO WS-ITEM-LAST-ACTIVITY
               PERFORM Record-Notice
           END-IF.

       Select-Dormant-Balances.
           PERFORM VARYING WS-MATCH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MATCH-SUBSCRIPT > WS-LAST-COUNT
               MOVE WS-LAST-SSN(WS-MATCH-SUBSCRIPT) TO AM-ACCT-SSN
               READ ACCOUNT-MASTER
                   KEY IS AM-ACCT-SSN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-ACCOUNT-IS-DORMANT AND AM-BALANCE > 0
                           PERFORM Notice-If-Long-Dormant
                       END-IF
               END-READ
           END-PERFORM.

       Notice-If-Long-Dormant.
           IF WS-LAST-POST-DATE(WS-MATCH-SUBSCRIPT) = 0
               MOVE AM-OPEN-DATE TO WS-ITEM-LAST-ACTIVITY
           ELSE
               MOVE WS-LAST-POST-DATE(WS-MATCH-SUBSCRIPT)
                   TO WS-ITEM-LAST-ACTIVITY
           END-IF.
           MOVE WS-ITEM-LAST-ACTIVITY(1:6) TO WS-COMPARE-MONTH.
           IF WS-COMPARE-MONTH < WS-ACCOUNT-CUTOFF-MONTH
               MOVE 'A' TO UP-ITEM-TYPE
               MOVE AM-ACCT-SSN TO UP-ITEM-ID
               PERFORM Look-Up-Item
               IF ITEM-NOT-ON-FILE OR UP-ITEM-IS-RECLAIMED
                   MOVE AM-ACCT-SSN TO WS-OWNER-SSN
                   PERFORM Value-Balance-At-Home
                   IF NOT CV-WAS-DONE
                       PERFORM Log-Unconverted-Account
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM Find-Account-Owner
                   MOVE WS-HOME-BALANCE TO WS-ITEM-AMOUNT
                   PERFORM Record-Notice
               END-IF
           END-IF.

      * A home-currency balance is its own home value; a foreign
      * one is valued at the day's rate.
       Value-Balance-At-Home.
           MOVE AM-BALANCE TO WS-HOME-BALANCE.
           MOVE 'Y' TO CV-RESULT.
           IF NOT AM-CURRENCY-IS-HOME
               MOVE 'C' TO CV-REQUEST-CODE
               MOVE AM-CURRENCY-CODE TO CV-FROM-CURRENCY
               MOVE SPACES TO CV-TO-CURRENCY
               MOVE WS-RUN-DATE TO CV-RATE-DATE
               MOVE AM-BALANCE TO CV-AMOUNT-IN
               CALL "CURRCNVW" USING WS-CURR-CNV-PARM
               MOVE CV-AMOUNT-OUT TO WS-HOME-BALANCE
           END-IF.

      * No rate, no notice and no turnover today: the state is
      * owed a home amount, and a guessed one is worse than a
      * late one. The log entry is the cue to key the rate.
       Log-Unconverted-Account.
           ADD 1 TO WS-UNCONVERTED-ACCOUNTS.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NO RATE   ACCOUNT " WS-MASKED-SSN
                   "CURRENCY:" AM-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ESCHEAT" TO EX-PROGRAM-ID.
           STRING "NO EXCHANGE RATE:" AM-CURRENCY-CODE
                   " ACCOUNT:" WS-MASKED-SSN
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * EMPXREF is keyed by employee; the account side is found
      * by walking it, the XREFINQ way.
       Find-Account-Owner.
           MOVE 0 TO WS-OWNER-EMPLOYEE.
           SET XREF-SEARCH-NOT-DONE TO TRUE.
           IF NOT XREF-FILE-OPEN
               SET XREF-SEARCH-DONE TO TRUE
           END-IF.
           MOVE 0 TO XR-EMPLOYEE-NUMBER.
           IF XREF-FILE-OPEN
               START XREF-MASTER
                   KEY IS >= XR-EMPLOYEE-NUMBER
                   INVALID KEY
                       SET XREF-SEARCH-DONE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL XREF-SEARCH-DONE
               READ XREF-MASTER NEXT RECORD
                   AT END
                       SET XREF-SEARCH-DONE TO TRUE
                   NOT AT END
                       IF XR-ACCT-SSN = WS-OWNER-SSN
                           MOVE XR-EMPLOYEE-NUMBER
                               TO WS-OWNER-EMPLOYEE
                           SET XREF-SEARCH-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * A reclaimed item that has gone stale again is noticed
      * afresh over its old record.
       Look-Up-Item.
           READ PROPERTY-MASTER
               KEY IS UP-ITEM-KEY
               INVALID KEY
                   SET ITEM-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET ITEM-ON-FILE TO TRUE
           END-READ.

       Record-Notice.
           PERFORM Fetch-Owner-Name.
           PERFORM Fetch-Owner-Address.
           MOVE WS-OWNER-EMPLOYEE     TO UP-EMPLOYEE-NUMBER.
           MOVE WS-OWNER-SSN          TO UP-OWNER-SSN.
           MOVE WS-OWNER-NAME         TO UP-OWNER-NAME.
           MOVE WS-ITEM-AMOUNT        TO UP-AMOUNT.
           MOVE WS-ITEM-LAST-ACTIVITY TO UP-LAST-ACTIVITY.
           MOVE WS-RUN-DATE           TO UP-NOTICE-DATE.
           MOVE WS-REPLY-BY-DATE      TO UP-REPLY-BY-DATE.
           MOVE 'N'                   TO UP-STATUS.
           MOVE 0                     TO UP-CLOSE-DATE.
           IF ITEM-ON-FILE
               REWRITE PROPERTY-MASTER-REC
           ELSE
               WRITE PROPERTY-MASTER-REC
           END-IF.
           ADD 1 TO WS-ITEMS-NOTICED.
           ADD WS-ITEM-AMOUNT TO WS-NOTICED-AMOUNT.
           PERFORM Write-Notice-Letter.

           MOVE UP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF UP-ITEM-IS-CHECK
               STRING "NOTICED   CHECK   " UP-ITEM-ID(4:6)
                       "     AMT:" WS-EDITED-AMOUNT
                       " " UP-OWNER-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               MOVE UP-ITEM-ID TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               STRING "NOTICED   ACCOUNT " WS-MASKED-SSN
                       "AMT:" WS-EDITED-AMOUNT
                       " " UP-OWNER-NAME
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Fetch-Owner-Name.
           MOVE SPACES TO WS-OWNER-NAME.
           IF WS-OWNER-EMPLOYEE = 0
               MOVE "** OWNER NOT ON FILE **" TO WS-OWNER-NAME
           ELSE
               MOVE WS-OWNER-EMPLOYEE TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO WS-OWNER-NAME
                   NOT INVALID KEY
                       STRING EM-FIRST-NAME DELIMITED BY SPACE
                              " "           DELIMITED BY SIZE
                              EM-LAST-NAME  DELIMITED BY SPACE
                           INTO WS-OWNER-NAME
                       END-STRING
               END-READ
           END-IF.

       Fetch-Owner-Address.
           MOVE SPACES TO WS-OWNER-STREET WS-OWNER-CITY
                          WS-OWNER-STATE WS-OWNER-ZIP.
           IF WS-OWNER-EMPLOYEE NOT = 0 AND ADDRESS-FILE-OPEN
               MOVE WS-OWNER-EMPLOYEE TO AD-EMPLOYEE-NUMBER
               READ ADDRESS-MASTER
                   KEY IS AD-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-STREET TO WS-OWNER-STREET
                       MOVE AD-CITY   TO WS-OWNER-CITY
                       MOVE AD-STATE  TO WS-OWNER-STATE
                       MOVE AD-ZIP    TO WS-OWNER-ZIP
               END-READ
           END-IF.

      * The due-diligence letter: owner and last known address,
      * the property, and the date after which it goes to the
      * state. A letter with no address still prints, for the
      * file - the attempt is what the state asks to see.
       Write-Notice-Letter.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "NOTICE OF UNCLAIMED PROPERTY"
                   "                      DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE WS-OWNER-NAME TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE WS-OWNER-STREET TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING WS-OWNER-CITY DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  WS-OWNER-STATE DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-OWNER-ZIP  DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.

           MOVE "OUR RECORDS SHOW THE FOLLOWING PROPERTY HELD IN YOUR"
               TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "NAME, WITH NO ACTIVITY SINCE " UP-LAST-ACTIVITY ":"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE UP-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-LETTER-LINE.
           IF UP-ITEM-IS-CHECK
               STRING "    PAYROLL CHECK " UP-ITEM-ID(4:6)
                       " ISSUED " UP-LAST-ACTIVITY
                       "  AMOUNT " WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           ELSE
               MOVE UP-ITEM-ID TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               STRING "    ACCOUNT " WS-MASKED-SSN
                       "  BALANCE " WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-IF.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "UNLESS YOU CONTACT US BY " UP-REPLY-BY-DATE
                   " THIS PROPERTY WILL BE REPORTED"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE "AND REMITTED TO THE STATE AS UNCLAIMED PROPERTY."
               TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.
           MOVE ALL "-" TO WS-LETTER-LINE.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-LINE.

       Write-Register-Totals.
           MOVE WS-ITEMS-NOTICED TO WS-COUNT-DISPLAY.
           MOVE WS-NOTICED-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NEW NOTICES:       " WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-ITEMS-PENDING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STILL IN WINDOW:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ITEMS-RECLAIMED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RECLAIMED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CHECKS-ESCHEATED TO WS-COUNT-DISPLAY.
           MOVE WS-CHECKS-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CHECKS ESCHEATED:  " WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-ACCOUNTS-ESCHEATED TO WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNTS-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNTS ESCHEATED:" WS-COUNT-DISPLAY
                   " AMT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * Balances leaving ACCTMAST tie into the balancing report
      * the way SVCCHRG's fees do.
       Append-To-Balancing-Report.
           OPEN EXTEND BALANCE-REPORT.
           IF WS-BALANCE-REPORT-STATUS = "05"
               OR WS-BALANCE-REPORT-STATUS = "35"
               CLOSE BALANCE-REPORT
               OPEN OUTPUT BALANCE-REPORT
           END-IF.
           MOVE WS-ACCOUNTS-ESCHEATED TO WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNTS-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ESCHEAT REMITTED:" WS-COUNT-DISPLAY
                   " TOTAL:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE BALANCE-REPORT-LINE FROM WS-REGISTER-LINE.
           CLOSE BALANCE-REPORT.
