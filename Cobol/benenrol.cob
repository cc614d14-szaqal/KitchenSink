       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENROL.
      * Benefits enrollment run over the BENENRL enrollment master
      * (copybooks/BEN-ENRL-REC.cpy) - and the end of keying plan
      * premiums into DEDMAST by hand. Each BENTRAN transaction
      * enrolls an employee in a BENPLAN plan at a coverage tier
      * with a dependents count from an effective date, changes
      * the tier or dependents, or ends the coverage. The
      * employee must hold a live PAYMAST pay record, the plan
      * must be on BENPLAN and offer the tier, and the tier must
      * fit the dependents (EE none, every other tier at least
      * one). A change dated later than today waits as a pending
      * election.
      * Open enrollment is the same batch run in the BENCTL 'O'
      * mode: every election in it takes effect on the card's
      * plan-year start date instead of its own - a plan already
      * held carries the new tier as a pending election, a new
      * plan is enrolled from that date, and an ended coverage
      * stops the day before it. Nothing changes before the date.
      * Every run then walks the whole enrollment master: each
      * pending election whose date has come takes effect, and
      * each employee's live coverage is priced off BENPLAN and
      * set on DEDMAST as flat per-period entries under the plan
      * codes - replacing whatever plan entries were there, so a
      * carrier rate change keyed once through BENPMNT reaches
      * every enrollee here, and ended coverage stops deducting.
      * DEDMAST entries under codes that are not plans (TAX, GRN
      * and the rest) are DEDMAINT's and are left alone; a plan
      * that finds no free entry of the three is reported, not
      * dropped quietly. BENEREG is the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-CONTROL ASSIGN TO "BENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-CONTROL-STATUS.

           SELECT BENEFIT-TRANSACTIONS ASSIGN TO
               "Cobol/data/BENTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-TRANSACTIONS-STATUS.

           SELECT BENEFIT-PLAN-MASTER ASSIGN TO
               "Cobol/data/BENPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BENEFIT-PLAN-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO
               "Cobol/data/BENENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLLMENT-KEY
               ALTERNATE RECORD KEY IS EN-PLAN-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-MASTER-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-MASTER-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO "Cobol/data/DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

           SELECT ENROLLMENT-REGISTER ASSIGN TO
               "Cobol/data/BENEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-CONTROL.
      * One card, optional:
      *   Pos  1     BC-RUN-MODE        X     O=open enrollment;
      *                                       anything else, or
      *                                       no card, a normal run
      *   Pos  2- 9  BC-PLAN-YEAR-START 9(8)  YYYYMMDD the open-
      *                                       enrollment elections
      *                                       take effect
       01 ENROLLMENT-CONTROL-REC.
           05 BC-RUN-MODE             PIC X.
               88 BC-MODE-IS-OPEN-ENROLLMENT VALUE 'O'.
           05 BC-PLAN-YEAR-START      PIC 9(8).

       FD  BENEFIT-TRANSACTIONS.
      * One enrollment transaction per line:
      *   Pos  1     BT-TRAN-CODE       X     E=enroll C=change
      *                                       tier or dependents
      *                                       T=end coverage
      *   Pos  2- 7  BT-EMPLOYEE-NUMBER 9(6)
      *   Pos  8-10  BT-PLAN-CODE       X(3)
      *   Pos 11-12  BT-TIER-CODE       X(2)  E and C only
      *   Pos 13-14  BT-DEPENDENTS      9(2)  E and C only
      *   Pos 15-22  BT-EFFECTIVE-DATE  9(8)  YYYYMMDD; zero means
      *                                       today. For T, the
      *                                       last day covered.
      *                                       Ignored in open
      *                                       enrollment.
       01 BENEFIT-TRANSACTION-REC.
           05 BT-TRAN-CODE            PIC X.
               88 BT-TRAN-IS-ENROLL        VALUE 'E'.
               88 BT-TRAN-IS-CHANGE        VALUE 'C'.
               88 BT-TRAN-IS-END           VALUE 'T'.
           05 BT-EMPLOYEE-NUMBER      PIC 9(6).
           05 BT-PLAN-CODE            PIC X(3).
           05 BT-TIER-CODE            PIC X(2).
           05 BT-DEPENDENTS           PIC 9(2).
           05 BT-EFFECTIVE-DATE       PIC 9(8).

       FD  BENEFIT-PLAN-MASTER.
       01 BENEFIT-PLAN-REC.
           COPY BEN-PLAN-REC.

       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-MASTER-REC.
           COPY BEN-ENRL-REC.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  DEDUCTION-MASTER.
       01 DEDUCTION-MASTER-REC.
           COPY DED-MASTER-REC.

       FD  ENROLLMENT-REGISTER.
       01 ENROLLMENT-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ENROLLMENT-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-BENEFIT-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-BENEFIT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-ENROLLMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS  PIC XX VALUE "00".
       01 WS-ENROLLMENT-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-MODE-SWITCH          PIC X VALUE 'N'.
           88 OPEN-ENROLLMENT-RUN          VALUE 'O'.
           88 NORMAL-RUN                   VALUE 'N'.
       01 WS-PLAN-YEAR-START          PIC 9(8) VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-EFFECTIVE-DATE           PIC 9(8) VALUE 0.
       01 WS-END-DATE                 PIC 9(8) VALUE 0.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 DATE-IS-REAL                 VALUES 'Y' 'F'.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-ELECTIONS-EFFECTIVE      PIC 9(4) VALUE 0.
       01 WS-EMPLOYEES-UPDATED        PIC 9(4) VALUE 0.
       01 WS-DEDUCTION-PROBLEMS       PIC 9(4) VALUE 0.

       01 WS-TIER-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-SLOT-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-TIER-COST                PIC 9(4)V99 VALUE 0.
       01 WS-TIER-FOUND-SWITCH        PIC X VALUE 'N'.
           88 TIER-WAS-FOUND               VALUE 'Y'.
           88 TIER-NOT-FOUND               VALUE 'N'.
       01 WS-SLOT-FOUND-SWITCH        PIC X VALUE 'N'.
           88 SLOT-WAS-FOUND               VALUE 'Y'.
       01 WS-NEW-DEDUCTION-SWITCH     PIC X VALUE 'N'.
           88 DEDUCTION-RECORD-IS-NEW      VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-IN-PROGRESS         VALUE 'Y'.

      * The employee's live coverage, priced, gathered across
      * the employee's enrollment records before DEDMAST is set.
      * Ten is well past the three DEDMAST entries; an eleventh
      * plan is reported like any plan with no entry to go in.
       01 WS-CURRENT-EMPLOYEE         PIC 9(6) VALUE 0.
       01 WS-COVERAGE-COUNT           PIC 99 VALUE 0.
       01 WS-COVERAGE-TABLE.
           05 WS-COVERAGE-ENTRY OCCURS 10 TIMES.
               10 WS-COVERAGE-PLAN    PIC X(3).
               10 WS-COVERAGE-COST    PIC 9(4)V99.
       01 WS-COVERAGE-SUBSCRIPT       PIC 99 VALUE 0.
       01 WS-PROBLEM-PLAN             PIC X(3) VALUE SPACES.
       01 WS-OLD-DEDUCTION-REC        PIC X(39) VALUE SPACES.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-LINE-POINTER             PIC 99 VALUE 1.
       01 WS-COST-DISPLAY             PIC ZZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "BENENROL" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
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

      * Least-privilege: what comes out of someone's pay takes the
      * administrator role, the same bar DEDMAINT sets.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Enrollment-Control.
           IF WS-RUN-MODE-SWITCH = 'X'
               DISPLAY "BENCTL PLAN-YEAR START NOT A DATE"
                       " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BENEFIT-PLAN-MASTER.
           IF WS-BENEFIT-PLAN-STATUS NOT = "00"
               DISPLAY "BENEFIT PLAN MASTER NOT AVAILABLE:"
                       WS-BENEFIT-PLAN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ENROLLMENT-REGISTER.
           IF OPEN-ENROLLMENT-RUN
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "OPEN ENROLLMENT - ELECTIONS EFFECTIVE "
                       WS-PLAN-YEAR-START
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE
               DISPLAY WS-REGISTER-LINE
           END-IF.
           PERFORM Open-Enrollment-Master.
           PERFORM Open-Deduction-Master.
           OPEN INPUT PAY-MASTER.

           OPEN INPUT BENEFIT-TRANSACTIONS.
           IF WS-BENEFIT-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-BENEFIT-TRANSACTIONS-STATUS
                       NOT = "00"
                   READ BENEFIT-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Benefit-Transaction
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-TRANSACTIONS
           ELSE
               DISPLAY "NO BENTRAN INPUT - DEDUCTIONS STILL SET:"
                       WS-BENEFIT-TRANSACTIONS-STATUS
           END-IF.

           PERFORM Set-All-Deductions.

           CLOSE PAY-MASTER.
           CLOSE DEDUCTION-MASTER.
           CLOSE ENROLLMENT-MASTER.
           CLOSE BENEFIT-PLAN-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE ENROLLMENT-REGISTER.

           IF WS-TRANS-REJECTED > 0 OR WS-DEDUCTION-PROBLEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * No card is a normal run. An open-enrollment card whose
      * date is not a date refuses the run ('X') - taking the
      * year's elections as immediate changes would be far worse
      * than not running.
       Read-Enrollment-Control.
           SET NORMAL-RUN TO TRUE.
           OPEN INPUT ENROLLMENT-CONTROL.
           IF WS-ENROLLMENT-CONTROL-STATUS = "00"
               READ ENROLLMENT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-MODE-IS-OPEN-ENROLLMENT
                           PERFORM Check-Plan-Year-Start
                       END-IF
               END-READ
               CLOSE ENROLLMENT-CONTROL
           END-IF.

       Check-Plan-Year-Start.
           MOVE 'X' TO WS-RUN-MODE-SWITCH.
           IF BC-PLAN-YEAR-START NUMERIC
               MOVE BC-PLAN-YEAR-START TO WS-PLAN-YEAR-START
               CALL "DATECHK" USING WS-PLAN-YEAR-START WS-DATE-RESULT
               IF DATE-IS-REAL
                   SET OPEN-ENROLLMENT-RUN TO TRUE
               END-IF
           END-IF.

       Open-Enrollment-Master.
           OPEN I-O ENROLLMENT-MASTER.
           IF WS-ENROLLMENT-MASTER-STATUS = "35"
               CLOSE ENROLLMENT-MASTER
               OPEN OUTPUT ENROLLMENT-MASTER
               CLOSE ENROLLMENT-MASTER
               OPEN I-O ENROLLMENT-MASTER
           END-IF.

       Open-Deduction-Master.
           OPEN I-O DEDUCTION-MASTER.
           IF WS-DEDUCTION-MASTER-STATUS = "35"
               CLOSE DEDUCTION-MASTER
               OPEN OUTPUT DEDUCTION-MASTER
               CLOSE DEDUCTION-MASTER
               OPEN I-O DEDUCTION-MASTER
           END-IF.

       Apply-Benefit-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN OPEN-ENROLLMENT-RUN
                   MOVE WS-PLAN-YEAR-START TO WS-EFFECTIVE-DATE
               WHEN BT-EFFECTIVE-DATE NUMERIC
                   AND BT-EFFECTIVE-DATE NOT = 0
                   MOVE BT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-EVALUATE.
           CALL "DATECHK" USING WS-EFFECTIVE-DATE WS-DATE-RESULT.
           IF NOT DATE-IS-REAL
               MOVE "EFFECTIVE DATE NOT A DATE" TO WS-REJECT-REASON
               PERFORM Reject-Benefit-Transaction
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN BT-TRAN-IS-ENROLL
                   PERFORM Check-Election-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Benefit-Transaction
                   ELSE
                       PERFORM Apply-Enrollment
                   END-IF
               WHEN BT-TRAN-IS-CHANGE
                   PERFORM Check-Election-Fields
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Benefit-Transaction
                   ELSE
                       PERFORM Apply-Election-Change
                   END-IF
               WHEN BT-TRAN-IS-END
                   PERFORM Apply-Coverage-End
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM Reject-Benefit-Transaction
           END-EVALUATE.

      * Coverage only for someone the pay run still pays, in a
      * plan that offers the tier, with dependents that fit it.
       Check-Election-Fields.
           MOVE BT-EMPLOYEE-NUMBER TO PM-EMPLOYEE-NUMBER.
           READ PAY-MASTER
               KEY IS PM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NO PAY RECORD ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE NOT = 0
               MOVE "EMPLOYEE FINAL PAY ISSUED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-PLAN-CODE TO BP-PLAN-CODE.
           READ BENEFIT-PLAN-MASTER
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   MOVE "PLAN NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Tier-Cost.
           EVALUATE TRUE
               WHEN BT-TIER-CODE = SPACES OR TIER-NOT-FOUND
                   MOVE "TIER NOT OFFERED BY PLAN" TO WS-REJECT-REASON
               WHEN BT-DEPENDENTS NOT NUMERIC
                   MOVE "INVALID DEPENDENTS COUNT" TO WS-REJECT-REASON
               WHEN BT-TIER-CODE = "EE" AND BT-DEPENDENTS NOT = 0
                   MOVE "EE TIER COVERS NO DEPENDENTS"
                       TO WS-REJECT-REASON
               WHEN BT-TIER-CODE NOT = "EE" AND BT-DEPENDENTS = 0
                   MOVE "TIER NEEDS DEPENDENTS" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Looks up BT-TIER-CODE on the plan record in hand.
       Find-Tier-Cost.
           SET TIER-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-TIER-COST.
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TIER-SUBSCRIPT > 4
               IF BP-TIER-CODE(WS-TIER-SUBSCRIPT) = BT-TIER-CODE
                   AND NOT BP-TIER-IS-UNUSED(WS-TIER-SUBSCRIPT)
                   SET TIER-WAS-FOUND TO TRUE
                   MOVE BP-EMPLOYEE-COST(WS-TIER-SUBSCRIPT)
                       TO WS-TIER-COST
               END-IF
           END-PERFORM.

      * A plan never held, or held once and ended, enrolls fresh
      * from the effective date. A plan still held takes the
      * open-enrollment election as pending; outside open
      * enrollment a second enroll is a keying error.
       Apply-Enrollment.
           MOVE BT-EMPLOYEE-NUMBER TO EN-EMPLOYEE-NUMBER.
           MOVE BT-PLAN-CODE       TO EN-PLAN-CODE.
           READ ENROLLMENT-MASTER
               KEY IS EN-ENROLLMENT-KEY
               INVALID KEY
                   PERFORM Build-New-Coverage
                   WRITE ENROLLMENT-MASTER-REC
                   MOVE "ENROLLED" TO WS-REJECT-REASON
                   PERFORM Register-Applied-Transaction
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EN-END-DATE NOT = 0
                           AND EN-END-DATE < WS-EFFECTIVE-DATE
                           PERFORM Build-New-Coverage
                           REWRITE ENROLLMENT-MASTER-REC
                           MOVE "RE-ENROLLED" TO WS-REJECT-REASON
                           PERFORM Register-Applied-Transaction
                       WHEN OPEN-ENROLLMENT-RUN
                           PERFORM Hold-Election
                       WHEN OTHER
                           MOVE "ALREADY ENROLLED IN PLAN"
                               TO WS-REJECT-REASON
                           PERFORM Reject-Benefit-Transaction
                   END-EVALUATE
           END-READ.

       Build-New-Coverage.
           MOVE BT-TIER-CODE      TO EN-TIER-CODE.
           MOVE BT-DEPENDENTS     TO EN-DEPENDENTS.
           MOVE WS-EFFECTIVE-DATE TO EN-EFFECTIVE-DATE.
           MOVE 0 TO EN-END-DATE.
           MOVE SPACES TO EN-PENDING-TIER.
           MOVE 0 TO EN-PENDING-DEPENDENTS.
           MOVE 0 TO EN-PENDING-DATE.

       Apply-Election-Change.
           MOVE BT-EMPLOYEE-NUMBER TO EN-EMPLOYEE-NUMBER.
           MOVE BT-PLAN-CODE       TO EN-PLAN-CODE.
           READ ENROLLMENT-MASTER
               KEY IS EN-ENROLLMENT-KEY
               INVALID KEY
                   MOVE "NOT ENROLLED IN PLAN" TO WS-REJECT-REASON
                   PERFORM Reject-Benefit-Transaction
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EN-END-DATE NOT = 0
                           AND EN-END-DATE < WS-EFFECTIVE-DATE
                           MOVE "COVERAGE HAS ENDED"
                               TO WS-REJECT-REASON
                           PERFORM Reject-Benefit-Transaction
                       WHEN WS-EFFECTIVE-DATE > WS-RUN-DATE
                           PERFORM Hold-Election
                       WHEN OTHER
                           MOVE BT-TIER-CODE  TO EN-TIER-CODE
                           MOVE BT-DEPENDENTS TO EN-DEPENDENTS
                           MOVE SPACES TO EN-PENDING-TIER
                           MOVE 0 TO EN-PENDING-DEPENDENTS
                           MOVE 0 TO EN-PENDING-DATE
                           REWRITE ENROLLMENT-MASTER-REC
                           MOVE "TIER/DEPENDENTS CHANGED"
                               TO WS-REJECT-REASON
                           PERFORM Register-Applied-Transaction
                   END-EVALUATE
           END-READ.

      * The current coverage carries on until the election's date;
      * a later election replaces an earlier one still waiting.
       Hold-Election.
           MOVE BT-TIER-CODE      TO EN-PENDING-TIER.
           MOVE BT-DEPENDENTS     TO EN-PENDING-DEPENDENTS.
           MOVE WS-EFFECTIVE-DATE TO EN-PENDING-DATE.
           REWRITE ENROLLMENT-MASTER-REC.
           MOVE "ELECTION HELD FOR ITS DATE" TO WS-REJECT-REASON.
           PERFORM Register-Applied-Transaction.

      * The end date is the last day covered; open enrollment ends
      * coverage the day before the new plan year. A pending
      * election past the end goes with the coverage.
       Apply-Coverage-End.
           IF OPEN-ENROLLMENT-RUN
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-PLAN-YEAR-START) - 1
               COMPUTE WS-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-END-DATE
           END-IF.
           MOVE BT-EMPLOYEE-NUMBER TO EN-EMPLOYEE-NUMBER.
           MOVE BT-PLAN-CODE       TO EN-PLAN-CODE.
           READ ENROLLMENT-MASTER
               KEY IS EN-ENROLLMENT-KEY
               INVALID KEY
                   MOVE "NOT ENROLLED IN PLAN" TO WS-REJECT-REASON
                   PERFORM Reject-Benefit-Transaction
               NOT INVALID KEY
                   IF EN-END-DATE NOT = 0
                       AND EN-END-DATE < WS-RUN-DATE
                       MOVE "COVERAGE ALREADY ENDED"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Benefit-Transaction
                   ELSE
                       MOVE WS-END-DATE TO EN-END-DATE
                       IF NOT EN-NO-ELECTION-PENDING
                           AND EN-PENDING-DATE > WS-END-DATE
                           MOVE SPACES TO EN-PENDING-TIER
                           MOVE 0 TO EN-PENDING-DEPENDENTS
                           MOVE 0 TO EN-PENDING-DATE
                       END-IF
                       REWRITE ENROLLMENT-MASTER-REC
                       MOVE "COVERAGE ENDED" TO WS-REJECT-REASON
                       PERFORM Register-Applied-Transaction
                   END-IF
           END-READ.

      * The whole enrollment master in employee order: due
      * elections take effect, and each employee's DEDMAST plan
      * entries are set from the live coverage gathered.
       Set-All-Deductions.
           MOVE 0 TO EN-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO EN-PLAN-CODE.
           SET BROWSE-NOT-DONE TO TRUE.
           START ENROLLMENT-MASTER
               KEY IS >= EN-ENROLLMENT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EMPLOYEE-IN-PROGRESS
                           AND EN-EMPLOYEE-NUMBER
                               NOT = WS-CURRENT-EMPLOYEE
                           PERFORM Set-Employee-Deductions
                       END-IF
                       IF NOT EMPLOYEE-IN-PROGRESS
                           SET EMPLOYEE-IN-PROGRESS TO TRUE
                           MOVE EN-EMPLOYEE-NUMBER
                               TO WS-CURRENT-EMPLOYEE
                           MOVE 0 TO WS-COVERAGE-COUNT
                       END-IF
                       PERFORM Take-Due-Election
                       PERFORM Gather-Live-Coverage
               END-READ
           END-PERFORM.
           IF EMPLOYEE-IN-PROGRESS
               PERFORM Set-Employee-Deductions
           END-IF.

       Take-Due-Election.
           IF EN-NO-ELECTION-PENDING
               OR EN-PENDING-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE EN-PENDING-TIER       TO EN-TIER-CODE.
           MOVE EN-PENDING-DEPENDENTS TO EN-DEPENDENTS.
           MOVE SPACES TO EN-PENDING-TIER.
           MOVE 0 TO EN-PENDING-DEPENDENTS.
           MOVE 0 TO EN-PENDING-DATE.
           REWRITE ENROLLMENT-MASTER-REC.
           ADD 1 TO WS-ELECTIONS-EFFECTIVE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ELECTION IN EFFECT EMP:" EN-EMPLOYEE-NUMBER
                   " PLAN:" EN-PLAN-CODE
                   " TIER:" EN-TIER-CODE
                   " DEPENDENTS:" EN-DEPENDENTS
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Gather-Live-Coverage.
           IF EN-EFFECTIVE-DATE > WS-RUN-DATE
               OR (EN-END-DATE NOT = 0 AND EN-END-DATE < WS-RUN-DATE)
               EXIT PARAGRAPH
           END-IF.
           MOVE EN-PLAN-CODE TO BP-PLAN-CODE.
           SET TIER-NOT-FOUND TO TRUE.
           READ BENEFIT-PLAN-MASTER
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EN-TIER-CODE TO BT-TIER-CODE
                   PERFORM Find-Tier-Cost
           END-READ.
           IF TIER-NOT-FOUND
               MOVE EN-PLAN-CODE TO WS-PROBLEM-PLAN
               MOVE "PLAN/TIER NOT ON BENPLAN" TO WS-REJECT-REASON
               PERFORM Report-Deduction-Problem
               EXIT PARAGRAPH
           END-IF.
           IF WS-COVERAGE-COUNT < 10
               ADD 1 TO WS-COVERAGE-COUNT
               MOVE EN-PLAN-CODE
                   TO WS-COVERAGE-PLAN(WS-COVERAGE-COUNT)
               MOVE WS-TIER-COST
                   TO WS-COVERAGE-COST(WS-COVERAGE-COUNT)
           ELSE
               MOVE EN-PLAN-CODE TO WS-PROBLEM-PLAN
               MOVE "NO FREE DEDUCTION ENTRY" TO WS-REJECT-REASON
               PERFORM Report-Deduction-Problem
           END-IF.

      * Plan entries come off and go back on priced as of today;
      * the record is only written when that changed anything.
      * A leaver's coverage left on file finds no pay record and
      * deducts nothing.
       Set-Employee-Deductions.
           MOVE 'N' TO WS-EMPLOYEE-SWITCH.
           MOVE WS-CURRENT-EMPLOYEE TO PM-EMPLOYEE-NUMBER.
           READ PAY-MASTER
               KEY IS PM-EMPLOYEE-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NEW-DEDUCTION-SWITCH.
           MOVE WS-CURRENT-EMPLOYEE TO DM-EMPLOYEE-NUMBER.
           READ DEDUCTION-MASTER
               KEY IS DM-EMPLOYEE-NUMBER
               INVALID KEY
                   SET DEDUCTION-RECORD-IS-NEW TO TRUE
           END-READ.
           IF DEDUCTION-RECORD-IS-NEW
               IF WS-COVERAGE-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO DEDUCTION-MASTER-REC
               MOVE WS-CURRENT-EMPLOYEE TO DM-EMPLOYEE-NUMBER
               PERFORM VARYING WS-SLOT-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SLOT-SUBSCRIPT > 3
                   MOVE 0 TO DM-DED-VALUE(WS-SLOT-SUBSCRIPT)
               END-PERFORM
           END-IF.
           MOVE DEDUCTION-MASTER-REC TO WS-OLD-DEDUCTION-REC.
           PERFORM VARYING WS-SLOT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SLOT-SUBSCRIPT > 3
               PERFORM Clear-Plan-Entry
           END-PERFORM.
           PERFORM VARYING WS-COVERAGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-COVERAGE-SUBSCRIPT > WS-COVERAGE-COUNT
               PERFORM Place-Plan-Entry
           END-PERFORM.
           IF DEDUCTION-MASTER-REC = WS-OLD-DEDUCTION-REC
               EXIT PARAGRAPH
           END-IF.
           IF DEDUCTION-RECORD-IS-NEW
               WRITE DEDUCTION-MASTER-REC
           ELSE
               REWRITE DEDUCTION-MASTER-REC
           END-IF.
           ADD 1 TO WS-EMPLOYEES-UPDATED.
           PERFORM Write-Deduction-Line.

       Clear-Plan-Entry.
           IF DM-DED-IS-UNUSED(WS-SLOT-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           MOVE DM-DED-CODE(WS-SLOT-SUBSCRIPT) TO BP-PLAN-CODE.
           READ BENEFIT-PLAN-MASTER
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE  TO DM-DED-TYPE(WS-SLOT-SUBSCRIPT)
                   MOVE SPACES TO DM-DED-CODE(WS-SLOT-SUBSCRIPT)
                   MOVE 0      TO DM-DED-VALUE(WS-SLOT-SUBSCRIPT)
           END-READ.

       Place-Plan-Entry.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM VARYING WS-SLOT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SLOT-SUBSCRIPT > 3 OR SLOT-WAS-FOUND
               IF DM-DED-IS-UNUSED(WS-SLOT-SUBSCRIPT)
                   SET SLOT-WAS-FOUND TO TRUE
                   MOVE 'F' TO DM-DED-TYPE(WS-SLOT-SUBSCRIPT)
                   MOVE WS-COVERAGE-PLAN(WS-COVERAGE-SUBSCRIPT)
                       TO DM-DED-CODE(WS-SLOT-SUBSCRIPT)
                   MOVE WS-COVERAGE-COST(WS-COVERAGE-SUBSCRIPT)
                       TO DM-DED-VALUE(WS-SLOT-SUBSCRIPT)
               END-IF
           END-PERFORM.
           IF NOT SLOT-WAS-FOUND
               MOVE WS-COVERAGE-PLAN(WS-COVERAGE-SUBSCRIPT)
                   TO WS-PROBLEM-PLAN
               MOVE "NO FREE DEDUCTION ENTRY" TO WS-REJECT-REASON
               PERFORM Report-Deduction-Problem
           END-IF.

      * A plan that cannot be deducted is a premium nobody pays -
      * reported on the register and logged severe for payroll.
       Report-Deduction-Problem.
           ADD 1 TO WS-DEDUCTION-PROBLEMS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NOT DEDUCTED EMP:" WS-CURRENT-EMPLOYEE
                   " PLAN:" WS-PROBLEM-PLAN
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P020" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "BENENROL" TO EX-PROGRAM-ID.
           STRING "PLAN NOT DEDUCTED - EMPLOYEE:" WS-CURRENT-EMPLOYEE
                   " PLAN:" WS-PROBLEM-PLAN
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Deduction-Line.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "DEDMAST SET EMP:" WS-CURRENT-EMPLOYEE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WITH POINTER WS-LINE-POINTER.
           PERFORM VARYING WS-SLOT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SLOT-SUBSCRIPT > 3
               IF NOT DM-DED-IS-UNUSED(WS-SLOT-SUBSCRIPT)
                   MOVE DM-DED-VALUE(WS-SLOT-SUBSCRIPT)
                       TO WS-COST-DISPLAY
                   STRING "  " DM-DED-TYPE(WS-SLOT-SUBSCRIPT)
                           " " DM-DED-CODE(WS-SLOT-SUBSCRIPT)
                           " " WS-COST-DISPLAY
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                       WITH POINTER WS-LINE-POINTER
               END-IF
           END-PERFORM.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Benefit-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P020" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "BENENROL" TO EX-PROGRAM-ID.
           STRING "BENEFIT TRAN REJECTED - EMPLOYEE:"
                   BT-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " BT-TRAN-CODE
                   " EMP:" BT-EMPLOYEE-NUMBER
                   " PLAN:" BT-PLAN-CODE
                   " EFF:" WS-EFFECTIVE-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "BENEFIT TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "BENEFIT TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "BENEFIT TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-ELECTIONS-EFFECTIVE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ELECTIONS IN EFFECT:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-EMPLOYEES-UPDATED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DEDMAST RECORDS SET:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-DEDUCTION-PROBLEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PLANS NOT DEDUCTED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ENROLLMENT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
