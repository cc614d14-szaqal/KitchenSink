       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEINC.
      * Mass pay-rate increase by department, the annual raise
      * round HR used to have keyed one PAYTRAN change at a time.
      * Each RATECTL card names a department, a percentage or a
      * flat per-hour amount, a rounding rule and the effective
      * date. Every PAYMAST employee EMPDEPT assigns to a carded
      * department is priced: an hourly record's rate moves, a
      * salaried record's annual salary moves (a flat amount
      * annualized over 2080 standard hours) and its rate follows
      * as the hourly equivalent PAYMAINT sets. RATEREG lists the
      * old and new pay of every employee selected for sign-off.
      * The batch is dual-control: the whole of it is one APPRW
      * item of class RATEINC, its image the card and pay hash
      * totals of the preview. The first run queues it and
      * changes nothing; once a second operator has released the
      * item through APPROVE, the same run resubmitted - same
      * cards, same master - finds the release and applies. A
      * change to either in between shows as a different batch
      * and queues afresh. An increase whose effective date falls
      * on or before the end of the last period paid is backdated:
      * on apply its RETROCTL card goes on RATERETR for the
      * RETROPAY step that follows, so the make-up pay comes out
      * without anyone keying it. A batch with a rejected card is
      * neither queued nor applied. A new rate that leaves the
      * pay-grade range of the employee's EMPJOB job on JOBMAST
      * is flagged under the employee for the sign-off - a raise
      * round may push people past a maximum, and the approver
      * decides, not this run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CONTROL ASSIGN TO "RATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CONTROL-STATUS.

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

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT JOB-MASTER ASSIGN TO "Cobol/data/JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT JOB-ASSIGNMENT-MASTER ASSIGN TO
               "Cobol/data/EMPJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-JOB-ASSIGNMENT-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

      * Rebuilt every run - RETROCTL cards for the increases just
      * applied with a backdated effective date; empty otherwise.
           SELECT RETRO-FEED ASSIGN TO "Cobol/data/RATERETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-FEED-STATUS.

           SELECT RATE-REGISTER ASSIGN TO "Cobol/data/RATEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CONTROL.
      * One department per card:
      *   Pos  1- 4  RI-DEPT-CODE       X(4)    DEPTMAST department
      *   Pos  5     RI-INCREASE-TYPE   X       P=percent F=flat
      *                                         amount per hour
      *   Pos  6-12  RI-INCREASE-VALUE  9(5)V99 Percent (0000350 is
      *                                         3.50 pct) or dollars
      *   Pos 13     RI-ROUNDING        X       C=cent N=nickel
      *                                         Q=quarter D=dollar;
      *                                         blank reads C
      *   Pos 14-21  RI-EFFECTIVE-DATE  9(8)    YYYYMMDD
      * The rounding rule applies to what moves - an hourly rate,
      * or a salaried record's annual salary - half-up per the
      * CURRRND convention.
       01 RATE-CONTROL-REC.
           05 RI-DEPT-CODE            PIC X(4).
           05 RI-INCREASE-TYPE        PIC X.
               88 RI-TYPE-IS-PERCENT       VALUE 'P'.
               88 RI-TYPE-IS-FLAT          VALUE 'F'.
           05 RI-INCREASE-VALUE       PIC 9(5)V99.
           05 RI-ROUNDING             PIC X.
               88 RI-ROUNDING-IS-VALID     VALUES 'C' 'N' 'Q' 'D'
                                                  SPACE.
           05 RI-EFFECTIVE-DATE       PIC 9(8).

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  RETRO-FEED.
      * The RETROPAY RETROCTL card layout.
       01 RETRO-FEED-REC.
           05 RF-EMPLOYEE-NUMBER      PIC 9(6).
           05 RF-NEW-RATE             PIC 9(3)V99.
           05 RF-EFFECTIVE-DATE       PIC 9(8).
           05 RF-NEW-SALARY           PIC 9(7)V99.

       FD  RATE-REGISTER.
       01 RATE-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RATE-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-JOB-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-RETRO-FEED-STATUS        PIC XX VALUE "00".
       01 WS-RATE-REGISTER-STATUS     PIC XX VALUE "00".

       01 WS-PERIOD-WORK.
           COPY PAY-PERIOD-REC
               REPLACING PC-PERIOD-END    BY WS-PERIOD-END
                         PC-PERIOD-STATUS BY WS-PERIOD-STATUS
                         PC-PERIOD-IS-OPEN BY WS-PERIOD-IS-OPEN
                         PC-PERIOD-IS-PAID BY WS-PERIOD-IS-PAID
                         PC-PAID-DATE     BY WS-PERIOD-PAID-DATE
                         PC-PERIODS-PER-YEAR
                                          BY WS-PERIODS-PER-YEAR.

      * The carded departments, loaded once and searched for
      * every employee.
       01 WS-CARD-COUNT               PIC 9(3) VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 100 TIMES.
               10 WS-CARD-DEPT        PIC X(4).
               10 WS-CARD-TYPE        PIC X.
               10 WS-CARD-VALUE       PIC 9(5)V99.
               10 WS-CARD-ROUNDING    PIC X.
               10 WS-CARD-EFFECTIVE   PIC 9(8).
               10 WS-CARD-SELECTED    PIC 9(4).
       01 WS-CARD-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-CARD-MATCH               PIC 9(3) VALUE 0.

      * What APPROVE releases: the hash totals of the previewed
      * batch, so the release covers exactly the cards and pay
      * the approver saw. Hash totals carry no high-order digits
      * past their width - they identify, they do not add up.
       01 WS-BATCH-IMAGE.
           05 WS-IMAGE-CARD-COUNT     PIC 9(3) VALUE 0.
           05 WS-IMAGE-VALUE-HASH     PIC 9(9)V99 VALUE 0.
           05 WS-IMAGE-DATE-HASH      PIC 9(10) VALUE 0.
           05 WS-IMAGE-SELECTED       PIC 9(6) VALUE 0.
           05 WS-IMAGE-OLD-RATE-HASH  PIC 9(8)V99 VALUE 0.
           05 WS-IMAGE-NEW-RATE-HASH  PIC 9(8)V99 VALUE 0.
           05 WS-IMAGE-SALARY-HASH    PIC 9(8)V99 VALUE 0.

       01 WS-RUN-MODE-SWITCH          PIC X VALUE 'P'.
           88 PREVIEW-PASS                 VALUE 'P'.
           88 APPLY-PASS                   VALUE 'A'.
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.
       01 WS-GRADE-FILES-SWITCH       PIC X VALUE 'N'.
           88 GRADE-FILES-ON-FILE          VALUE 'Y'.
       01 WS-PERIOD-READ-SWITCH       PIC X VALUE 'N'.
           88 PERIOD-WAS-READ              VALUE 'Y'.
           88 PERIOD-NOT-READ              VALUE 'N'.
       01 WS-MASTER-BROWSE-SWITCH     PIC X VALUE 'N'.
           88 MASTER-BROWSE-DONE           VALUE 'Y'.
           88 MASTER-BROWSE-NOT-DONE       VALUE 'N'.
       01 WS-PRICE-SWITCH             PIC X VALUE 'N'.
           88 INCREASE-OVERFLOWED          VALUE 'Y'.
           88 INCREASE-IS-PRICED           VALUE 'N'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
       01 WS-EFFECTIVE-DATE           PIC 9(8) VALUE 0.
       01 WS-LAST-PAID-END            PIC 9(8) VALUE 0.
       01 WS-PERIOD-DAYS              PIC 9(3) VALUE 0.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-STANDARD-HOURS-YEAR      PIC 9(4) VALUE 2080.

       01 WS-DEPT-CODE                PIC X(4) VALUE SPACES.
       01 WS-RAW-AMOUNT               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUNDING-UNIT            PIC 9V99 VALUE 0.
       01 WS-ROUNDING-UNITS           PIC S9(11) VALUE 0.
       01 WS-NEW-RATE                 PIC 9(3)V99 VALUE 0.
       01 WS-NEW-SALARY               PIC 9(7)V99 VALUE 0.
       01 WS-OLD-RATE                 PIC 9(3)V99 VALUE 0.
       01 WS-OLD-SALARY               PIC 9(7)V99 VALUE 0.

       01 WS-CARDS-READ               PIC 9(4) VALUE 0.
       01 WS-CARDS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-EMPLOYEES-SELECTED       PIC 9(6) VALUE 0.
       01 WS-EMPLOYEES-OVERFLOWED     PIC 9(4) VALUE 0.
       01 WS-EMPLOYEES-PASSED         PIC 9(4) VALUE 0.
       01 WS-EMPLOYEES-APPLIED        PIC 9(6) VALUE 0.
       01 WS-RETRO-CARDS              PIC 9(4) VALUE 0.
       01 WS-OUTSIDE-GRADE            PIC 9(4) VALUE 0.
       01 WS-GRADE-FINDING            PIC X(16) VALUE SPACES.
       01 WS-GRADE-LIMIT              PIC 9(3)V99 VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-RATE-DISPLAY             PIC ZZ9.99.
       01 WS-NEW-RATE-DISPLAY         PIC ZZ9.99.
       01 WS-SALARY-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01 WS-NEW-SALARY-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-VALUE-DISPLAY            PIC ZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.
       01 WS-ITEM-DISPLAY             PIC Z(5)9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

      * Dual-control: the batch queues to APPRQUE through the
      * CALLed APPRW service and applies only once a second
      * operator's APPROVE release is found for it.
       01 WS-APPROVAL-REQUEST.
           05 AP-REQUEST-CODE         PIC X VALUE SPACE.
           05 AP-ACTION-CLASS         PIC X(8) VALUE SPACES.
           05 AP-REQUESTOR            PIC X(8) VALUE SPACES.
           05 AP-TRAN-IMAGE           PIC X(60) VALUE SPACES.
           05 AP-RESULT-SWITCH        PIC X VALUE SPACE.
           05 AP-ITEM-NUMBER          PIC 9(6) VALUE 0.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RATEINC" TO VS-PROGRAM-NAME.
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

      * Least-privilege: rate changes are pay-master maintenance -
      * administrator role, the PAYMAINT bar.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               DISPLAY "PAY MASTER NOT AVAILABLE:"
                       WS-PAY-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT JOB-MASTER.
           OPEN INPUT JOB-ASSIGNMENT-MASTER.
           IF WS-JOB-MASTER-STATUS = "00"
               AND WS-JOB-ASSIGNMENT-STATUS = "00"
               SET GRADE-FILES-ON-FILE TO TRUE
           END-IF.
           PERFORM Find-Last-Paid-Period.
           OPEN OUTPUT RETRO-FEED.

           OPEN OUTPUT RATE-REGISTER.
           MOVE "MASS RATE INCREASE REGISTER" TO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM Load-Rate-Cards.

           EVALUATE TRUE
               WHEN NOT EMPDEPT-ON-FILE
                   MOVE "NO EMPDEPT ON FILE - NOBODY CAN BE SELECTED"
                       TO WS-REGISTER-LINE
                   WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               WHEN WS-CARD-COUNT = 0 AND WS-CARDS-REJECTED = 0
                   MOVE "NO RATECTL CARDS - NOTHING TO INCREASE"
                       TO WS-REGISTER-LINE
                   WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               WHEN OTHER
                   PERFORM Process-Increase-Batch
           END-EVALUATE.

           PERFORM Write-Register-Totals.
           CLOSE RATE-REGISTER.
           CLOSE RETRO-FEED.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           IF WS-JOB-MASTER-STATUS NOT = "35"
               CLOSE JOB-MASTER
           END-IF.
           IF WS-JOB-ASSIGNMENT-STATUS NOT = "35"
               CLOSE JOB-ASSIGNMENT-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-MASTER.

           MOVE 0 TO RETURN-CODE.
           IF NOT EMPDEPT-ON-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0
                   OR WS-EMPLOYEES-OVERFLOWED > 0
                   OR (PREVIEW-PASS AND WS-EMPLOYEES-SELECTED > 0)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * The preview pass always runs; only a clean batch goes to
      * APPRW, and only a released one is walked again to apply.
       Process-Increase-Batch.
           SET PREVIEW-PASS TO TRUE.
           PERFORM Walk-Pay-Master.
           MOVE WS-CARD-COUNT TO WS-IMAGE-CARD-COUNT.
           MOVE WS-EMPLOYEES-SELECTED TO WS-IMAGE-SELECTED.
           EVALUATE TRUE
               WHEN WS-CARDS-REJECTED > 0
                   OR WS-EMPLOYEES-OVERFLOWED > 0
                   MOVE "** BATCH HAS ERRORS - NOT QUEUED, NOT APPLIED"
                       TO WS-REGISTER-LINE
                   WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               WHEN WS-EMPLOYEES-SELECTED = 0
                   MOVE "NO EMPLOYEES IN THE CARDED DEPARTMENTS"
                       TO WS-REGISTER-LINE
                   WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               WHEN OTHER
                   PERFORM Check-Batch-Release
           END-EVALUATE.

       Check-Batch-Release.
           MOVE 'C' TO AP-REQUEST-CODE.
           MOVE "RATEINC" TO AP-ACTION-CLASS.
           MOVE WS-OPERATOR-ID TO AP-REQUESTOR.
           MOVE WS-BATCH-IMAGE TO AP-TRAN-IMAGE.
           CALL "APPRW" USING WS-APPROVAL-REQUEST.
           IF AP-RESULT-SWITCH = 'Y'
               MOVE AP-ITEM-NUMBER TO WS-ITEM-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "RELEASED AS APPROVAL ITEM " WS-ITEM-DISPLAY
                       " - INCREASES APPLIED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               SET APPLY-PASS TO TRUE
               PERFORM Walk-Pay-Master
           ELSE
               MOVE 'Q' TO AP-REQUEST-CODE
               CALL "APPRW" USING WS-APPROVAL-REQUEST
               MOVE AP-ITEM-NUMBER TO WS-ITEM-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "** PREVIEW - NOT APPLIED ** QUEUED AS APPROVAL"
                       " ITEM " WS-ITEM-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               DISPLAY WS-REGISTER-LINE
           END-IF.

      * The end of the last period PAYCALC has paid: the open
      * period's end once it is paid, otherwise the period
      * before it. No period control falls back on yesterday.
       Find-Last-Paid-Period.
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
           IF PERIOD-WAS-READ AND WS-PERIOD-END NUMERIC
               AND WS-PERIOD-END > 16010101
               IF WS-PERIOD-PAID-DATE NUMERIC
                   AND WS-PERIOD-PAID-DATE > 0
                   MOVE WS-PERIOD-END TO WS-LAST-PAID-END
               ELSE
                   IF WS-PERIODS-PER-YEAR NOT NUMERIC
                       OR WS-PERIODS-PER-YEAR = 0
                       MOVE 26 TO WS-PERIODS-PER-YEAR
                   END-IF
                   COMPUTE WS-PERIOD-DAYS = 364 / WS-PERIODS-PER-YEAR
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                       - WS-PERIOD-DAYS
                   COMPUTE WS-LAST-PAID-END =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               END-IF
           ELSE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE WS-LAST-PAID-END =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           END-IF.

       Load-Rate-Cards.
           OPEN INPUT RATE-CONTROL.
           IF WS-RATE-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-RATE-CONTROL-STATUS NOT = "00"
                   READ RATE-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM Edit-Rate-Card
                   END-READ
               END-PERFORM
               CLOSE RATE-CONTROL
           ELSE
               DISPLAY "NO RATECTL INPUT - NOTHING TO INCREASE:"
                       WS-RATE-CONTROL-STATUS
           END-IF.

      * An increase takes effect on a day that has come - one
      * still ahead is run on or after its date, not now.
       Edit-Rate-Card.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-DATE-RESULT.
           IF RI-EFFECTIVE-DATE NUMERIC
               MOVE RI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               CALL "DATECHK" USING WS-EFFECTIVE-DATE WS-DATE-RESULT
           END-IF.
           PERFORM Find-Card-Department.
           EVALUATE TRUE
               WHEN RI-DEPT-CODE = SPACES
                   MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
               WHEN WS-CARD-MATCH > 0
                   MOVE "DEPARTMENT CARDED TWICE" TO WS-REJECT-REASON
               WHEN NOT RI-TYPE-IS-PERCENT AND NOT RI-TYPE-IS-FLAT
                   MOVE "INVALID INCREASE TYPE" TO WS-REJECT-REASON
               WHEN RI-INCREASE-VALUE NOT NUMERIC
                   OR RI-INCREASE-VALUE = 0
                   MOVE "INVALID INCREASE AMOUNT" TO WS-REJECT-REASON
               WHEN NOT RI-ROUNDING-IS-VALID
                   MOVE "INVALID ROUNDING RULE" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT = 'F'
                   MOVE "EFFECTIVE DATE IN FUTURE" TO WS-REJECT-REASON
               WHEN WS-DATE-RESULT NOT = 'Y'
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN WS-CARD-COUNT NOT < 100
                   MOVE "CARD TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Rate-Card
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE RI-DEPT-CODE TO WS-CARD-DEPT(WS-CARD-COUNT)
               MOVE RI-INCREASE-TYPE TO WS-CARD-TYPE(WS-CARD-COUNT)
               MOVE RI-INCREASE-VALUE TO WS-CARD-VALUE(WS-CARD-COUNT)
               IF RI-ROUNDING = SPACE
                   MOVE 'C' TO WS-CARD-ROUNDING(WS-CARD-COUNT)
               ELSE
                   MOVE RI-ROUNDING TO WS-CARD-ROUNDING(WS-CARD-COUNT)
               END-IF
               MOVE RI-EFFECTIVE-DATE
                   TO WS-CARD-EFFECTIVE(WS-CARD-COUNT)
               MOVE 0 TO WS-CARD-SELECTED(WS-CARD-COUNT)
               ADD RI-INCREASE-VALUE TO WS-IMAGE-VALUE-HASH
               ADD RI-EFFECTIVE-DATE TO WS-IMAGE-DATE-HASH
               PERFORM Write-Card-Line
           END-IF.

       Find-Card-Department.
           MOVE 0 TO WS-CARD-MATCH.
           PERFORM VARYING WS-CARD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CARD-SUBSCRIPT > WS-CARD-COUNT
                      OR WS-CARD-MATCH > 0
               IF WS-CARD-DEPT(WS-CARD-SUBSCRIPT) = RI-DEPT-CODE
                   MOVE WS-CARD-SUBSCRIPT TO WS-CARD-MATCH
               END-IF
           END-PERFORM.

       Write-Card-Line.
           MOVE RI-INCREASE-VALUE TO WS-VALUE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DEPT " RI-DEPT-CODE
                   " TYPE:" RI-INCREASE-TYPE
                   " VALUE:" WS-VALUE-DISPLAY
                   " ROUND:" WS-CARD-ROUNDING(WS-CARD-COUNT)
                   " EFFECTIVE:" RI-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Both passes walk the master in key order the same way, so
      * the apply pass selects exactly whom the preview listed.
       Walk-Pay-Master.
           SET MASTER-BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO PM-EMPLOYEE-NUMBER.
           START PAY-MASTER
               KEY IS >= PM-EMPLOYEE-NUMBER
               INVALID KEY
                   SET MASTER-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL MASTER-BROWSE-DONE
               READ PAY-MASTER NEXT RECORD
                   AT END
                       SET MASTER-BROWSE-DONE TO TRUE
                   NOT AT END
                       PERFORM Select-One-Employee
               END-READ
           END-PERFORM.

      * A leaver whose final pay is out, or whose last day falls
      * before the increase takes effect, is passed over.
       Select-One-Employee.
           MOVE SPACES TO WS-DEPT-CODE.
           MOVE PM-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER.
           READ ASSIGNMENT-MASTER
               KEY IS ED-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ED-DEPT-CODE TO WS-DEPT-CODE
           END-READ.
           IF WS-DEPT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CARD-MATCH.
           PERFORM VARYING WS-CARD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CARD-SUBSCRIPT > WS-CARD-COUNT
                      OR WS-CARD-MATCH > 0
               IF WS-CARD-DEPT(WS-CARD-SUBSCRIPT) = WS-DEPT-CODE
                   MOVE WS-CARD-SUBSCRIPT TO WS-CARD-MATCH
               END-IF
           END-PERFORM.
           IF WS-CARD-MATCH = 0
               EXIT PARAGRAPH
           END-IF.
           IF (PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE > 0)
               OR (PM-TERM-DATE NUMERIC AND PM-TERM-DATE > 0
                   AND PM-TERM-DATE < WS-CARD-EFFECTIVE(WS-CARD-MATCH))
               IF PREVIEW-PASS
                   PERFORM Note-Leaver-Passed
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM Price-Increase.
           IF PREVIEW-PASS
               PERFORM Preview-One-Employee
           ELSE
               PERFORM Apply-One-Employee
           END-IF.

      * Hourly records move the rate; salaried records move the
      * salary and take the rate from it, the PAYMAINT rule.
       Price-Increase.
           SET INCREASE-IS-PRICED TO TRUE.
           MOVE PM-PAY-RATE TO WS-OLD-RATE.
           MOVE 0 TO WS-OLD-SALARY.
           MOVE PM-PAY-RATE TO WS-NEW-RATE.
           MOVE 0 TO WS-NEW-SALARY.
           EVALUATE WS-CARD-ROUNDING(WS-CARD-MATCH)
               WHEN 'N'
                   MOVE 0.05 TO WS-ROUNDING-UNIT
               WHEN 'Q'
                   MOVE 0.25 TO WS-ROUNDING-UNIT
               WHEN 'D'
                   MOVE 1.00 TO WS-ROUNDING-UNIT
               WHEN OTHER
                   MOVE 0.01 TO WS-ROUNDING-UNIT
           END-EVALUATE.
           IF PM-PAY-IS-SALARIED
               IF PM-ANNUAL-SALARY NOT NUMERIC
                   MOVE 0 TO PM-ANNUAL-SALARY
               END-IF
               MOVE PM-ANNUAL-SALARY TO WS-OLD-SALARY
               IF WS-CARD-TYPE(WS-CARD-MATCH) = 'P'
                   COMPUTE WS-RAW-AMOUNT = PM-ANNUAL-SALARY
                       * (1 + WS-CARD-VALUE(WS-CARD-MATCH) / 100)
               ELSE
                   COMPUTE WS-RAW-AMOUNT = PM-ANNUAL-SALARY
                       + WS-CARD-VALUE(WS-CARD-MATCH)
                       * WS-STANDARD-HOURS-YEAR
               END-IF
               COMPUTE WS-ROUNDING-UNITS ROUNDED =
                   WS-RAW-AMOUNT / WS-ROUNDING-UNIT
               COMPUTE WS-NEW-SALARY =
                   WS-ROUNDING-UNITS * WS-ROUNDING-UNIT
                   ON SIZE ERROR
                       SET INCREASE-OVERFLOWED TO TRUE
               END-COMPUTE
               COMPUTE WS-NEW-RATE ROUNDED =
                   WS-NEW-SALARY / WS-STANDARD-HOURS-YEAR
                   ON SIZE ERROR
                       SET INCREASE-OVERFLOWED TO TRUE
               END-COMPUTE
           ELSE
               IF WS-CARD-TYPE(WS-CARD-MATCH) = 'P'
                   COMPUTE WS-RAW-AMOUNT = PM-PAY-RATE
                       * (1 + WS-CARD-VALUE(WS-CARD-MATCH) / 100)
               ELSE
                   COMPUTE WS-RAW-AMOUNT = PM-PAY-RATE
                       + WS-CARD-VALUE(WS-CARD-MATCH)
               END-IF
               COMPUTE WS-ROUNDING-UNITS ROUNDED =
                   WS-RAW-AMOUNT / WS-ROUNDING-UNIT
               COMPUTE WS-NEW-RATE =
                   WS-ROUNDING-UNITS * WS-ROUNDING-UNIT
                   ON SIZE ERROR
                       SET INCREASE-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF.

       Preview-One-Employee.
           PERFORM Fetch-Employee-Name.
           IF INCREASE-OVERFLOWED
               ADD 1 TO WS-EMPLOYEES-OVERFLOWED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "ERROR    " PM-EMPLOYEE-NUMBER
                       " " WS-EMPLOYEE-NAME
                       " " WS-DEPT-CODE
                       " NEW PAY OVERFLOWS PAY FIELDS"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
               MOVE "NEW PAY OVERFLOWS PAY FIELDS" TO WS-REJECT-REASON
               PERFORM Log-Employee-Error
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMPLOYEES-SELECTED.
           ADD 1 TO WS-CARD-SELECTED(WS-CARD-MATCH).
           ADD WS-OLD-RATE TO WS-IMAGE-OLD-RATE-HASH.
           ADD WS-NEW-RATE TO WS-IMAGE-NEW-RATE-HASH.
           ADD WS-NEW-SALARY TO WS-IMAGE-SALARY-HASH.
           MOVE WS-OLD-RATE TO WS-RATE-DISPLAY.
           MOVE WS-NEW-RATE TO WS-NEW-RATE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  " PM-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " WS-DEPT-CODE
                   " RATE OLD:" WS-RATE-DISPLAY
                   " NEW:" WS-NEW-RATE-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           IF WS-CARD-EFFECTIVE(WS-CARD-MATCH) NOT > WS-LAST-PAID-END
               MOVE " RETRO" TO WS-REGISTER-LINE(65:6)
           END-IF.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.
           IF PM-PAY-IS-SALARIED
               MOVE WS-OLD-SALARY TO WS-SALARY-DISPLAY
               MOVE WS-NEW-SALARY TO WS-NEW-SALARY-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "         SALARY OLD:" WS-SALARY-DISPLAY
                       " NEW:" WS-NEW-SALARY-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.
           PERFORM Check-Grade-Range.

      * Flagged, not refused - the list is what the approver
      * reads before releasing the batch.
       Check-Grade-Range.
           MOVE SPACES TO WS-GRADE-FINDING.
           IF GRADE-FILES-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER
               READ JOB-ASSIGNMENT-MASTER
                   KEY IS EJ-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Compare-Rate-To-Grade
               END-READ
           END-IF.
           IF WS-GRADE-FINDING NOT = SPACES
               ADD 1 TO WS-OUTSIDE-GRADE
               MOVE WS-GRADE-LIMIT TO WS-RATE-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "         ** GRADE " JB-PAY-GRADE
                       " " EJ-JOB-CODE
                       " " WS-GRADE-FINDING
                       WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

       Compare-Rate-To-Grade.
           MOVE EJ-JOB-CODE TO JB-JOB-CODE.
           READ JOB-MASTER
               KEY IS JB-JOB-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-NEW-RATE < JB-MINIMUM-RATE
                       MOVE "BELOW MINIMUM:" TO WS-GRADE-FINDING
                       MOVE JB-MINIMUM-RATE TO WS-GRADE-LIMIT
                   END-IF
                   IF WS-NEW-RATE > JB-MAXIMUM-RATE
                       MOVE "ABOVE MAXIMUM:" TO WS-GRADE-FINDING
                       MOVE JB-MAXIMUM-RATE TO WS-GRADE-LIMIT
                   END-IF
           END-READ.

      * Rate first, then the make-up: RETROPAY reads the record's
      * pay type off PAYMAST and prices against PAYHIST.
       Apply-One-Employee.
           IF INCREASE-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-RATE TO PM-PAY-RATE.
           IF PM-PAY-IS-SALARIED
               MOVE WS-NEW-SALARY TO PM-ANNUAL-SALARY
           END-IF.
           REWRITE PAY-MASTER-REC.
           ADD 1 TO WS-EMPLOYEES-APPLIED.
           IF WS-CARD-EFFECTIVE(WS-CARD-MATCH) NOT > WS-LAST-PAID-END
               MOVE PM-EMPLOYEE-NUMBER TO RF-EMPLOYEE-NUMBER
               MOVE WS-NEW-RATE TO RF-NEW-RATE
               MOVE WS-CARD-EFFECTIVE(WS-CARD-MATCH)
                   TO RF-EFFECTIVE-DATE
               MOVE WS-NEW-SALARY TO RF-NEW-SALARY
               WRITE RETRO-FEED-REC
               ADD 1 TO WS-RETRO-CARDS
           END-IF.

       Note-Leaver-Passed.
           ADD 1 TO WS-EMPLOYEES-PASSED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  " PM-EMPLOYEE-NUMBER
                   " " WS-DEPT-CODE
                   " LEAVER - NOT INCREASED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE PM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
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

       Reject-Rate-Card.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REJECTED DEPT " RI-DEPT-CODE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P018" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RATEINC" TO EX-PROGRAM-ID.
           STRING "RATE CARD REJECTED - DEPT:" RI-DEPT-CODE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Log-Employee-Error.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P018" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RATEINC" TO EX-PROGRAM-ID.
           STRING "RATE INCREASE REFUSED - EMPLOYEE:"
                   PM-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Totals.
           MOVE WS-CARDS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE CARDS READ:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-CARDS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RATE CARDS REJECTED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM VARYING WS-CARD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CARD-SUBSCRIPT > WS-CARD-COUNT
               MOVE WS-CARD-SELECTED(WS-CARD-SUBSCRIPT)
                   TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "  DEPT " WS-CARD-DEPT(WS-CARD-SUBSCRIPT)
                       " EMPLOYEES:     " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE
           END-PERFORM.

           MOVE WS-EMPLOYEES-SELECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EMPLOYEES SELECTED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-EMPLOYEES-PASSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LEAVERS PASSED OVER:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-OUTSIDE-GRADE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OUTSIDE GRADE RANGE:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-EMPLOYEES-OVERFLOWED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "INCREASES IN ERROR:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-EMPLOYEES-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "INCREASES APPLIED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-RETRO-CARDS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RETRO CARDS FOR RETROPAY:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RATE-REGISTER-LINE FROM WS-REGISTER-LINE.
