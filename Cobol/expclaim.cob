       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.
      * Employee expense-claim run. Travel and expense claims no
      * longer ride a made-up 'J' hours adjustment or a negative
      * DEDMAST entry that bent hours, gross and YTDMAST taxable
      * earnings: each EXPTRAN claim - employee, date spent,
      * category, amount, receipt reference - is edited against
      * EMPLOYEE-MASTER and the EXPCTL category table and, if
      * good, lands on the EXPMAST claim master (copybooks/
      * EXP-CLAIM-REC.cpy). A claim within its category limit is
      * approved on the spot; one over the limit queues to the
      * APPRW dual-control queue as class EXPCLAIM and waits. At
      * the start of every run each waiting claim is put to APPRW
      * again, and the ones a second operator has since released
      * through APPROVE become approved. PAYCALC pays approved
      * claims on the next pay as a non-taxable reimbursement
      * added to net, so they reach the employee by DDEPOSIT
      * transfer or CHECKPRT check like the rest of the pay. The
      * same receipt cannot be claimed twice. EXPREG registers
      * every claim and release; EXPDRPT totals the run's spend
      * by department, from EMPDEPT, and by category, through the
      * shared RPTWRITE service. Rejects are logged and end the
      * run RC=4.
      * Each run is kept in the RPTREPO report repository as
      * EXPDRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CONTROL ASSIGN TO "EXPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-CONTROL-STATUS.

           SELECT EXPENSE-TRANSACTIONS ASSIGN TO
               "Cobol/data/EXPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-TRANSACTIONS-STATUS.

           SELECT EXPENSE-MASTER ASSIGN TO "Cobol/data/EXPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-CLAIM-KEY
               FILE STATUS IS WS-EXPENSE-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT CLAIM-REGISTER ASSIGN TO "Cobol/data/EXPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-REGISTER-STATUS.

           SELECT SPEND-REPORT ASSIGN TO "Cobol/data/EXPDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEND-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CONTROL.
      * One card per expense category:
      *   Pos  1- 4  EL-CATEGORY     X(4)     e.g. AIR HOTL MEAL
      *   Pos  5-11  EL-LIMIT        9(5)V99  Most one claim may
      *                                       be without a second
      *                                       operator's release
      *   Pos 12-31  EL-DESCRIPTION  X(20)
       01 EXPENSE-CONTROL-REC.
           05 EL-CATEGORY             PIC X(4).
           05 EL-LIMIT                PIC 9(5)V99.
           05 EL-DESCRIPTION          PIC X(20).

       FD  EXPENSE-TRANSACTIONS.
      * One claim per line:
      *   Pos  1- 6  ET-EMPLOYEE-NUMBER 9(6)
      *   Pos  7-14  ET-CLAIM-DATE      9(8)     YYYYMMDD spent
      *   Pos 15-18  ET-CATEGORY        X(4)
      *   Pos 19-25  ET-AMOUNT          9(5)V99
      *   Pos 26-37  ET-RECEIPT-REF     X(12)
       01 EXPENSE-TRANSACTION-REC.
           05 ET-EMPLOYEE-NUMBER      PIC 9(6).
           05 ET-CLAIM-DATE           PIC 9(8).
           05 ET-CATEGORY             PIC X(4).
           05 ET-AMOUNT               PIC 9(5)V99.
           05 ET-RECEIPT-REF          PIC X(12).

       FD  EXPENSE-MASTER.
       01 EXPENSE-MASTER-REC.
           COPY EXP-CLAIM-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  CLAIM-REGISTER.
       01 CLAIM-REGISTER-LINE         PIC X(80).

       FD  SPEND-REPORT.
       01 SPEND-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EXPENSE-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-EXPENSE-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-EXPENSE-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CLAIM-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-SPEND-REPORT-STATUS      PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.
       01 WS-CLAIM-ERROR-SWITCH       PIC X VALUE 'N'.
           88 CLAIM-IS-BAD                 VALUE 'Y'.
           88 CLAIM-IS-GOOD                VALUE 'N'.
       01 WS-CLAIM-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 CLAIM-BROWSE-DONE            VALUE 'Y'.
           88 CLAIM-BROWSE-NOT-DONE        VALUE 'N'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.

      * The EXPCTL categories, with the run's spend against each.
       01 WS-CAT-COUNT                PIC 9(3) VALUE 0.
       01 WS-CAT-MAX                  PIC 9(3) VALUE 50.
       01 WS-CAT-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-CAT-MATCH                PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-CODE          PIC X(4).
               10 WS-CAT-LIMIT         PIC 9(5)V99.
               10 WS-CAT-DESCRIPTION   PIC X(20).
               10 WS-CAT-CLAIMS        PIC 9(4).
               10 WS-CAT-APPROVED      PIC 9(7)V99.
               10 WS-CAT-AWAITING      PIC 9(7)V99.

      * The run's spend by department, in the order first seen.
       01 WS-DEPT-COUNT               PIC 9(3) VALUE 0.
       01 WS-DEPT-MAX                 PIC 9(3) VALUE 200.
       01 WS-DEPT-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-DEPT-MATCH               PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-ENTRY-CODE   PIC X(4).
               10 WS-DEPT-CLAIMS       PIC 9(4).
               10 WS-DEPT-APPROVED     PIC 9(7)V99.
               10 WS-DEPT-AWAITING     PIC 9(7)V99.

      * The claim exactly as keyed, the image APPRW matches a
      * release against byte for byte; a waiting claim rebuilds
      * it from the master to ask again.
       01 WS-CLAIM-IMAGE.
           05 WS-IMAGE-EMPLOYEE       PIC 9(6).
           05 WS-IMAGE-CLAIM-DATE     PIC 9(8).
           05 WS-IMAGE-CATEGORY       PIC X(4).
           05 WS-IMAGE-AMOUNT         PIC 9(5)V99.
           05 WS-IMAGE-RECEIPT-REF    PIC X(12).

       01 WS-DEPT-CODE                PIC X(4) VALUE SPACES.
       01 WS-SPEND-AMOUNT             PIC 9(5)V99 VALUE 0.
       01 WS-SPEND-STATUS             PIC X VALUE SPACE.
       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01 WS-CLAIMS-READ              PIC 9(4) VALUE 0.
       01 WS-CLAIMS-APPROVED          PIC 9(4) VALUE 0.
       01 WS-CLAIMS-QUEUED            PIC 9(4) VALUE 0.
       01 WS-CLAIMS-RELEASED          PIC 9(4) VALUE 0.
       01 WS-CLAIMS-WAITING           PIC 9(4) VALUE 0.
       01 WS-CLAIMS-REJECTED          PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(4) VALUE 0.
       01 WS-TOTAL-APPROVED           PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-AWAITING           PIC 9(7)V99 VALUE 0.

       01 WS-EDITED-AMOUNT            PIC ZZ,ZZ9.99.
       01 WS-EDITED-LIMIT             PIC ZZ,ZZ9.99.
       01 WS-EDITED-APPROVED          PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-AWAITING          PIC Z,ZZZ,ZZ9.99.
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

      * Dual-control: a claim over its category limit queues to
      * APPRQUE through the CALLed APPRW service and is only
      * approved once a second operator's APPROVE release is
      * found for it.
       01 WS-APPROVAL-REQUEST.
           05 AP-REQUEST-CODE         PIC X VALUE SPACE.
           05 AP-ACTION-CLASS         PIC X(8) VALUE SPACES.
           05 AP-REQUESTOR            PIC X(8) VALUE SPACES.
           05 AP-TRAN-IMAGE           PIC X(60) VALUE SPACES.
           05 AP-RESULT-SWITCH        PIC X VALUE SPACE.
           05 AP-ITEM-NUMBER          PIC 9(6) VALUE 0.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "EXPCLAIM" TO VS-PROGRAM-NAME.
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

      * Least-privilege: entering claims that will be paid out is
      * an update function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Load-Category-Limits.
           IF WS-CAT-COUNT = 0
               DISPLAY "NO EXPCTL CATEGORY CARDS - NO CLAIMS RUN"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Open-Expense-Master.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT CLAIM-REGISTER.
           MOVE "EXPENSE CLAIM REGISTER" TO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM Recheck-Waiting-Claims.

           OPEN INPUT EXPENSE-TRANSACTIONS.
           IF WS-EXPENSE-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-EXPENSE-TRANSACTIONS-STATUS
                       NOT = "00"
                   READ EXPENSE-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CLAIMS-READ
                           PERFORM Process-One-Claim
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-TRANSACTIONS
           ELSE
               DISPLAY "NO EXPTRAN INPUT - NO NEW CLAIMS:"
                       WS-EXPENSE-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Write-Register-Totals.
           CLOSE CLAIM-REGISTER.
           PERFORM Print-Spend-Report.

           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EXPENSE-MASTER.

           IF WS-CLAIMS-REJECTED > 0
               OR WS-TABLE-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A card with no category or a limit that is not a number
      * is passed over; a zero limit sends every claim in the
      * category through approval.
       Load-Category-Limits.
           MOVE 0 TO WS-CAT-COUNT.
           OPEN INPUT EXPENSE-CONTROL.
           IF WS-EXPENSE-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-EXPENSE-CONTROL-STATUS NOT = "00"
                   READ EXPENSE-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EL-CATEGORY NOT = SPACES
                               AND EL-LIMIT NUMERIC
                               PERFORM Store-Category-Limit
                           ELSE
                               DISPLAY "EXPCTL CARD IGNORED:"
                                       EXPENSE-CONTROL-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CONTROL
           END-IF.

       Store-Category-Limit.
           IF WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               MOVE EL-CATEGORY    TO WS-CAT-CODE(WS-CAT-COUNT)
               MOVE EL-LIMIT       TO WS-CAT-LIMIT(WS-CAT-COUNT)
               MOVE EL-DESCRIPTION TO WS-CAT-DESCRIPTION(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-CLAIMS(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-APPROVED(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-AWAITING(WS-CAT-COUNT)
           ELSE
               DISPLAY "EXPCTL OVER 50 CATEGORIES - IGNORED:"
                       EL-CATEGORY
           END-IF.

       Open-Expense-Master.
           OPEN I-O EXPENSE-MASTER.
           IF WS-EXPENSE-MASTER-STATUS = "35"
               CLOSE EXPENSE-MASTER
               OPEN OUTPUT EXPENSE-MASTER
               CLOSE EXPENSE-MASTER
               OPEN I-O EXPENSE-MASTER
           END-IF.

      * Every claim still waiting is put to APPRW as it was keyed;
      * a release APPROVE has recorded since is consumed and the
      * claim is approved for the next pay. The rest wait on, and
      * are listed so an approval nobody gives is seen.
       Recheck-Waiting-Claims.
           SET CLAIM-BROWSE-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO XP-CLAIM-KEY.
           START EXPENSE-MASTER
               KEY IS >= XP-CLAIM-KEY
               INVALID KEY
                   SET CLAIM-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL CLAIM-BROWSE-DONE
               READ EXPENSE-MASTER NEXT RECORD
                   AT END
                       SET CLAIM-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF XP-CLAIM-IS-AWAITING
                           PERFORM Recheck-One-Claim
                       END-IF
               END-READ
           END-PERFORM.

       Recheck-One-Claim.
           MOVE XP-EMPLOYEE-NUMBER TO WS-IMAGE-EMPLOYEE.
           MOVE XP-CLAIM-DATE      TO WS-IMAGE-CLAIM-DATE.
           MOVE XP-CATEGORY        TO WS-IMAGE-CATEGORY.
           MOVE XP-AMOUNT          TO WS-IMAGE-AMOUNT.
           MOVE XP-RECEIPT-REF     TO WS-IMAGE-RECEIPT-REF.
           MOVE 'C' TO AP-REQUEST-CODE.
           MOVE "EXPCLAIM" TO AP-ACTION-CLASS.
           MOVE WS-OPERATOR-ID TO AP-REQUESTOR.
           MOVE SPACES TO AP-TRAN-IMAGE.
           MOVE WS-CLAIM-IMAGE TO AP-TRAN-IMAGE(1:37).
           CALL "APPRW" USING WS-APPROVAL-REQUEST.
           IF AP-RESULT-SWITCH = 'Y'
               MOVE 'Y' TO XP-STATUS
               REWRITE EXPENSE-MASTER-REC
               ADD 1 TO WS-CLAIMS-RELEASED
               MOVE "RELEASED" TO WS-DISPOSITION
               MOVE XP-DEPT-CODE TO WS-DEPT-CODE
               MOVE XP-AMOUNT TO WS-SPEND-AMOUNT
               MOVE 'Y' TO WS-SPEND-STATUS
               PERFORM Add-To-Spend
           ELSE
               ADD 1 TO WS-CLAIMS-WAITING
               MOVE "WAITING" TO WS-DISPOSITION
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Write-Register-Detail.

       Process-One-Claim.
           MOVE EXPENSE-TRANSACTION-REC TO WS-CLAIM-IMAGE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Check-Claim-Details.
           IF CLAIM-IS-BAD
               PERFORM Reject-Claim
           ELSE
               PERFORM Enter-Claim
           END-IF.

      * What a claim needs before money can follow it: a real
      * employee, a real date not yet to come, a category the
      * table knows, an amount, and a receipt not already
      * claimed.
       Check-Claim-Details.
           SET CLAIM-IS-GOOD TO TRUE.
           MOVE 0 TO WS-CAT-MATCH.
           IF ET-CATEGORY NOT = SPACES
               PERFORM VARYING WS-CAT-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-CAT-SUBSCRIPT > WS-CAT-COUNT
                   IF WS-CAT-CODE(WS-CAT-SUBSCRIPT) = ET-CATEGORY
                       MOVE WS-CAT-SUBSCRIPT TO WS-CAT-MATCH
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'N' TO WS-DATE-RESULT.
           IF ET-CLAIM-DATE NUMERIC
               CALL "DATECHK" USING ET-CLAIM-DATE WS-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN ET-EMPLOYEE-NUMBER NOT NUMERIC
                   MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT = 'N'
                   MOVE "INVALID CLAIM DATE" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT = 'F'
                   MOVE "CLAIM DATE IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN WS-CAT-MATCH = 0
                   MOVE "UNKNOWN CATEGORY" TO WS-REJECT-REASON
               WHEN ET-AMOUNT NOT NUMERIC OR ET-AMOUNT = 0
                   MOVE "AMOUNT REQUIRED" TO WS-REJECT-REASON
               WHEN ET-RECEIPT-REF = SPACES
                   MOVE "RECEIPT REFERENCE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE ET-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE ET-EMPLOYEE-NUMBER TO XP-EMPLOYEE-NUMBER
               MOVE ET-RECEIPT-REF     TO XP-RECEIPT-REF
               READ EXPENSE-MASTER
                   KEY IS XP-CLAIM-KEY
                   NOT INVALID KEY
                       MOVE "RECEIPT ALREADY CLAIMED"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               SET CLAIM-IS-BAD TO TRUE
           END-IF.

      * Within the limit the claim is approved now; over it, the
      * claim goes on file waiting and its image on the queue.
       Enter-Claim.
           MOVE SPACES TO WS-DEPT-CODE.
           IF EMPDEPT-ON-FILE
               MOVE ET-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ED-DEPT-CODE TO WS-DEPT-CODE
               END-READ
           END-IF.
           MOVE ET-EMPLOYEE-NUMBER TO XP-EMPLOYEE-NUMBER.
           MOVE ET-RECEIPT-REF     TO XP-RECEIPT-REF.
           MOVE ET-CLAIM-DATE      TO XP-CLAIM-DATE.
           MOVE ET-CATEGORY        TO XP-CATEGORY.
           MOVE ET-AMOUNT          TO XP-AMOUNT.
           MOVE WS-RUN-DATE        TO XP-ENTERED-DATE.
           MOVE 0                  TO XP-APPROVAL-ITEM.
           MOVE 0                  TO XP-PAID-PERIOD.
           MOVE 0                  TO XP-PAID-DATE.
           MOVE WS-DEPT-CODE       TO XP-DEPT-CODE.
           IF ET-AMOUNT > WS-CAT-LIMIT(WS-CAT-MATCH)
               MOVE 'Q' TO AP-REQUEST-CODE
               MOVE "EXPCLAIM" TO AP-ACTION-CLASS
               MOVE WS-OPERATOR-ID TO AP-REQUESTOR
               MOVE SPACES TO AP-TRAN-IMAGE
               MOVE WS-CLAIM-IMAGE TO AP-TRAN-IMAGE(1:37)
               CALL "APPRW" USING WS-APPROVAL-REQUEST
               MOVE 'A' TO XP-STATUS
               MOVE AP-ITEM-NUMBER TO XP-APPROVAL-ITEM
               ADD 1 TO WS-CLAIMS-QUEUED
               MOVE "QUEUED" TO WS-DISPOSITION
           ELSE
               MOVE 'Y' TO XP-STATUS
               ADD 1 TO WS-CLAIMS-APPROVED
               MOVE "APPROVED" TO WS-DISPOSITION
           END-IF.
           WRITE EXPENSE-MASTER-REC.
           MOVE XP-STATUS TO WS-SPEND-STATUS.
           MOVE XP-AMOUNT TO WS-SPEND-AMOUNT.
           PERFORM Add-To-Spend.
           PERFORM Write-Register-Detail.

       Reject-Claim.
           ADD 1 TO WS-CLAIMS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P016" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "EXPCLAIM" TO EX-PROGRAM-ID.
           STRING "EXPENSE CLAIM REJECTED - EMPLOYEE:"
                   WS-IMAGE-EMPLOYEE
                   " RECEIPT:" WS-IMAGE-RECEIPT-REF
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The run's spend lands on its department and category -
      * approved money and money still waiting kept apart.
       Add-To-Spend.
           MOVE 0 TO WS-DEPT-MATCH.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               IF WS-DEPT-ENTRY-CODE(WS-DEPT-SUBSCRIPT) = WS-DEPT-CODE
                   MOVE WS-DEPT-SUBSCRIPT TO WS-DEPT-MATCH
               END-IF
           END-PERFORM.
           IF WS-DEPT-MATCH = 0
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH
                   MOVE WS-DEPT-CODE
                       TO WS-DEPT-ENTRY-CODE(WS-DEPT-MATCH)
                   MOVE 0 TO WS-DEPT-CLAIMS(WS-DEPT-MATCH)
                   MOVE 0 TO WS-DEPT-APPROVED(WS-DEPT-MATCH)
                   MOVE 0 TO WS-DEPT-AWAITING(WS-DEPT-MATCH)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.
           MOVE 0 TO WS-CAT-MATCH.
           PERFORM VARYING WS-CAT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CAT-SUBSCRIPT > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-SUBSCRIPT) = XP-CATEGORY
                   MOVE WS-CAT-SUBSCRIPT TO WS-CAT-MATCH
               END-IF
           END-PERFORM.
           IF WS-SPEND-STATUS = 'Y'
               ADD WS-SPEND-AMOUNT TO WS-TOTAL-APPROVED
           ELSE
               ADD WS-SPEND-AMOUNT TO WS-TOTAL-AWAITING
           END-IF.
           IF WS-DEPT-MATCH > 0
               ADD 1 TO WS-DEPT-CLAIMS(WS-DEPT-MATCH)
               IF WS-SPEND-STATUS = 'Y'
                   ADD WS-SPEND-AMOUNT
                       TO WS-DEPT-APPROVED(WS-DEPT-MATCH)
               ELSE
                   ADD WS-SPEND-AMOUNT
                       TO WS-DEPT-AWAITING(WS-DEPT-MATCH)
               END-IF
           END-IF.
           IF WS-CAT-MATCH > 0
               ADD 1 TO WS-CAT-CLAIMS(WS-CAT-MATCH)
               IF WS-SPEND-STATUS = 'Y'
                   ADD WS-SPEND-AMOUNT
                       TO WS-CAT-APPROVED(WS-CAT-MATCH)
               ELSE
                   ADD WS-SPEND-AMOUNT
                       TO WS-CAT-AWAITING(WS-CAT-MATCH)
               END-IF
           END-IF.

       Write-Register-Detail.
           MOVE WS-IMAGE-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " EMPLOYEE:" WS-IMAGE-EMPLOYEE
                   " RCPT:" WS-IMAGE-RECEIPT-REF
                   " CAT:" WS-IMAGE-CATEGORY
                   " AMT:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.
           IF WS-DISPOSITION = "QUEUED" OR WS-DISPOSITION = "WAITING"
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "         OVER CATEGORY LIMIT - APPRQUE ITEM "
                       XP-APPROVAL-ITEM
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "         " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

       Write-Register-Totals.
           MOVE WS-CLAIMS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CLAIMS READ:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CLAIMS-APPROVED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CLAIMS APPROVED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CLAIMS-QUEUED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CLAIMS QUEUED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CLAIMS-RELEASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CLAIMS RELEASED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CLAIMS-WAITING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STILL WAITING:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CLAIMS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CLAIMS REJECTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TOTAL-APPROVED TO WS-EDITED-APPROVED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "APPROVED FOR PAY: " WS-EDITED-APPROVED
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TOTAL-AWAITING TO WS-EDITED-AWAITING.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "AWAITING RELEASE: " WS-EDITED-AWAITING
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE CLAIM-REGISTER-LINE FROM WS-REGISTER-LINE.

       Print-Spend-Report.
           OPEN OUTPUT SPEND-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "EXPENSE SPEND BY DEPARTMENT AND CATEGORY"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "EXPDRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           MOVE "DEPT  CLAIMS      APPROVED      AWAITING"
               TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               MOVE WS-DEPT-CLAIMS(WS-DEPT-SUBSCRIPT)
                   TO WS-COUNT-DISPLAY
               MOVE WS-DEPT-APPROVED(WS-DEPT-SUBSCRIPT)
                   TO WS-EDITED-APPROVED
               MOVE WS-DEPT-AWAITING(WS-DEPT-SUBSCRIPT)
                   TO WS-EDITED-AWAITING
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-DEPT-ENTRY-CODE(WS-DEPT-SUBSCRIPT) = SPACES
                   MOVE "NONE" TO WS-DETAIL-LINE(1:4)
               ELSE
                   MOVE WS-DEPT-ENTRY-CODE(WS-DEPT-SUBSCRIPT)
                       TO WS-DETAIL-LINE(1:4)
               END-IF
               STRING "    " WS-COUNT-DISPLAY
                       " " WS-EDITED-APPROVED
                       " " WS-EDITED-AWAITING
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE(5:)
               PERFORM Write-Report-Line
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "CAT   CLAIMS      APPROVED      AWAITING     LIMIT"
               TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-CAT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CAT-SUBSCRIPT > WS-CAT-COUNT
               MOVE WS-CAT-CLAIMS(WS-CAT-SUBSCRIPT)
                   TO WS-COUNT-DISPLAY
               MOVE WS-CAT-APPROVED(WS-CAT-SUBSCRIPT)
                   TO WS-EDITED-APPROVED
               MOVE WS-CAT-AWAITING(WS-CAT-SUBSCRIPT)
                   TO WS-EDITED-AWAITING
               MOVE WS-CAT-LIMIT(WS-CAT-SUBSCRIPT) TO WS-EDITED-LIMIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-CAT-CODE(WS-CAT-SUBSCRIPT)
                       "    " WS-COUNT-DISPLAY
                       " " WS-EDITED-APPROVED
                       " " WS-EDITED-AWAITING
                       " " WS-EDITED-LIMIT
                       " " WS-CAT-DESCRIPTION(WS-CAT-SUBSCRIPT)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-APPROVED TO WS-EDITED-APPROVED.
           MOVE WS-TOTAL-AWAITING TO WS-EDITED-AWAITING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL APPROVED:" WS-EDITED-APPROVED
                   "  AWAITING:" WS-EDITED-AWAITING
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CLAIMS OVER 200 DEPARTMENTS - NOT SHOWN:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE SPEND-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE SPEND-REPORT.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE SPEND-REPORT-LINE FROM RP-HEADING-1
               WRITE SPEND-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE SPEND-REPORT-LINE FROM WS-DETAIL-LINE.
