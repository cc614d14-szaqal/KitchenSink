      * transaction-register pattern EMPMAINT applies to the
      * employee master. An Add for an employee not on
      * EMPLOYEE-MASTER is rejected - pay records must belong to a
      * real employee. The transaction also carries the TAXMAST
      * filing status and allowance count PAYCALC withholds by;
      * a Change with the status left blank keeps both as they
      * are, so a rate change need not re-key them. The pay type
      * makes a record hourly or salaried: a salaried transaction
      * must carry the annual salary, and the record's rate is
      * set to its hourly equivalent over 2080 standard hours
      * rather than keyed, so nobody back-calculates a rate
      * again. A blank type keeps the record's type on a Change
      * (hourly on an Add); a blank termination date keeps the
      * one on file, zeros clear it. A rate that lands outside
      * the pay-grade range of the employee's EMPJOB job on
      * JOBMAST is refused, unless the transaction carries the
      * grade override, when it applies and is FLAGGED on the
      * register for the compensation review; a rate left as it
      * was is not re-judged.
      * Each applied transaction is written to the ACTLOG trail
      * (PAYADD/PAYCHG/PAYDEL, keyed by employee) for the SODSCAN
      * segregation-of-duties analysis, and an operator who today
      * did the other half of a preventive SODRULE pair - keyed
      * bank details, say - is refused by the CALLed SODCHKW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

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

           SELECT PAY-MAINT-REGISTER ASSIGN TO "Cobol/data/PAYMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-MAINT-REGISTER-STATUS.
      *   Pos  8-12  PT-PAY-RATE        9(3)V99
      *   Pos 13-17  PT-HOURS           S9(3)V99 Sign leading
      *                                          separate
      *   Pos 18     PT-FILING-STATUS   X        S/M/H, blank=keep
      *                                          (single on an Add)
      *   Pos 19-20  PT-ALLOWANCES      9(2)
      *   Pos 21     PT-PAY-TYPE        X        H/S, blank=keep
      *                                          (hourly on an Add)
      *   Pos 22-30  PT-ANNUAL-SALARY   9(7)V99  Salaried only
      *   Pos 31-38  PT-TERM-DATE       9(8)     Last day paid,
      *                                          blank=keep
      *   Pos 39     PT-GRADE-OVERRIDE  X        Y=apply a rate
      *                                          outside the grade
      *                                          range, flagged
       01 PAY-TRANSACTION-REC.
           05 PT-TRAN-CODE            PIC X.
               88 PT-TRAN-IS-ADD           VALUE 'A'.
           05 PT-PAY-RATE             PIC 9(3)V99.
           05 PT-HOURS                PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05 PT-FILING-STATUS        PIC X.
               88 PT-STATUS-NOT-KEYED      VALUE SPACE.
               88 PT-STATUS-IS-VALID       VALUES 'S' 'M' 'H'.
           05 PT-ALLOWANCES           PIC 9(2).
           05 PT-PAY-TYPE             PIC X.
               88 PT-TYPE-NOT-KEYED        VALUE SPACE.
               88 PT-TYPE-IS-HOURLY        VALUE 'H'.
               88 PT-TYPE-IS-SALARIED      VALUE 'S'.
           05 PT-ANNUAL-SALARY        PIC 9(7)V99.
           05 PT-TERM-DATE            PIC 9(8).
           05 PT-TERM-DATE-X REDEFINES PT-TERM-DATE
                                      PIC X(8).
               88 PT-TERM-NOT-KEYED        VALUE SPACES.
           05 PT-GRADE-OVERRIDE       PIC X.
               88 PT-GRADE-IS-OVERRIDDEN   VALUE 'Y'.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  PAY-MAINT-REGISTER.
       01 PAY-MAINT-REGISTER-LINE     PIC X(80).

       01 WS-PAY-TRANSACTIONS-STATUS  PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-JOB-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-PAY-MAINT-REGISTER-STATUS PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-GRADE-FILES-SWITCH       PIC X VALUE 'N'.
           88 GRADE-FILES-ON-FILE          VALUE 'Y'.
       01 WS-GRADE-FINDING            PIC X(30) VALUE SPACES.
       01 WS-OLD-PAY-RATE             PIC 9(3)V99 VALUE 0.

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-TRANS-FLAGGED            PIC 9(4) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-STANDARD-HOURS-YEAR      PIC 9(4) VALUE 2080.
       01 WS-TERM-DATE                PIC 9(8) VALUE 0.
       01 WS-TERM-DATE-RESULT         PIC X VALUE 'Y'.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

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

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYMAINT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               GOBACK
           END-IF.

           PERFORM Check-Duty-Conflicts.
           IF DC-RESULT-SWITCH = 'N'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PAY-MAINT-REGISTER.
           PERFORM Open-Pay-Master.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT JOB-MASTER.
           OPEN INPUT JOB-ASSIGNMENT-MASTER.
           IF WS-JOB-MASTER-STATUS = "00"
               AND WS-JOB-ASSIGNMENT-STATUS = "00"
               SET GRADE-FILES-ON-FILE TO TRUE
           END-IF.

           OPEN INPUT PAY-TRANSACTIONS.
           IF WS-PAY-TRANSACTIONS-STATUS = "00"
                       WS-PAY-TRANSACTIONS-STATUS
           END-IF.

           IF WS-JOB-MASTER-STATUS NOT = "35"
               CLOSE JOB-MASTER
           END-IF.
           IF WS-JOB-ASSIGNMENT-STATUS NOT = "35"
               CLOSE JOB-ASSIGNMENT-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-MASTER.
           PERFORM Write-Register-Totals.

       Apply-Pay-Transaction.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PT-ALLOWANCES NOT NUMERIC
               MOVE 0 TO PT-ALLOWANCES
           END-IF.
      * A last day still ahead is normal notice - only a date
      * that is not a real calendar date is refused.
           MOVE 'Y' TO WS-TERM-DATE-RESULT.
           IF NOT PT-TERM-NOT-KEYED AND PT-TERM-DATE NUMERIC
               AND PT-TERM-DATE NOT = 0
               MOVE PT-TERM-DATE TO WS-TERM-DATE
               CALL "DATECHK" USING WS-TERM-DATE WS-TERM-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN NOT PT-TRAN-IS-DELETE
                   AND NOT PT-STATUS-NOT-KEYED
                   AND NOT PT-STATUS-IS-VALID
                   MOVE "INVALID FILING STATUS" TO WS-REJECT-REASON
                   PERFORM Reject-Pay-Transaction
               WHEN NOT PT-TRAN-IS-DELETE
                   AND NOT PT-TYPE-NOT-KEYED
                   AND NOT PT-TYPE-IS-HOURLY
                   AND NOT PT-TYPE-IS-SALARIED
                   MOVE "INVALID PAY TYPE" TO WS-REJECT-REASON
                   PERFORM Reject-Pay-Transaction
               WHEN NOT PT-TRAN-IS-DELETE
                   AND PT-TYPE-IS-SALARIED
                   AND (PT-ANNUAL-SALARY NOT NUMERIC
                        OR PT-ANNUAL-SALARY = 0)
                   MOVE "SALARY REQUIRED FOR SALARIED"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Pay-Transaction
               WHEN NOT PT-TRAN-IS-DELETE
                   AND NOT PT-TERM-NOT-KEYED
                   AND (PT-TERM-DATE NOT NUMERIC
                        OR WS-TERM-DATE-RESULT = 'N')
                   MOVE "INVALID TERMINATION DATE" TO WS-REJECT-REASON
                   PERFORM Reject-Pay-Transaction
               WHEN PT-TRAN-IS-ADD
                   PERFORM Apply-Pay-Add
               WHEN PT-TRAN-IS-CHANGE
                   PERFORM Reject-Pay-Transaction
               NOT INVALID KEY
                   MOVE PT-EMPLOYEE-NUMBER TO PM-EMPLOYEE-NUMBER
                   MOVE PT-HOURS           TO PM-HOURS
                   MOVE 0                  TO PM-OVERTIME-HOURS
                   MOVE 0                  TO PM-HOLIDAY-HOURS
                   MOVE 0                  TO PM-NIGHT-HOURS
                   MOVE 'H'                TO PM-PAY-TYPE
                   MOVE 0                  TO PM-ANNUAL-SALARY
                   MOVE 0                  TO PM-TERM-DATE
                   MOVE 0                  TO PM-FINAL-PAY-DATE
                   PERFORM Set-Pay-Type-Fields
                   IF PT-STATUS-NOT-KEYED
                       MOVE 'S'            TO PM-FILING-STATUS
                   ELSE
                       MOVE PT-FILING-STATUS TO PM-FILING-STATUS
                   END-IF
                   MOVE PT-ALLOWANCES      TO PM-ALLOWANCES
                   MOVE 0 TO WS-OLD-PAY-RATE
                   PERFORM Check-Grade-Range
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Pay-Transaction
                   ELSE
                       WRITE PAY-MASTER-REC
                           INVALID KEY
                               MOVE "PAY RECORD ALREADY ON FILE"
                                   TO WS-REJECT-REASON
                               PERFORM Reject-Pay-Transaction
                           NOT INVALID KEY
                               PERFORM Register-Applied-Transaction
                       END-WRITE
                   END-IF
           END-READ.

       Apply-Pay-Change.
                   MOVE "PAY RECORD NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Pay-Transaction
               NOT INVALID KEY
                   MOVE PM-PAY-RATE TO WS-OLD-PAY-RATE
                   MOVE PT-HOURS    TO PM-HOURS
                   PERFORM Set-Pay-Type-Fields
                   IF NOT PT-STATUS-NOT-KEYED
                       MOVE PT-FILING-STATUS TO PM-FILING-STATUS
                       MOVE PT-ALLOWANCES    TO PM-ALLOWANCES
                   END-IF
                   PERFORM Check-Grade-Range
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Pay-Transaction
                   ELSE
                       REWRITE PAY-MASTER-REC
                       PERFORM Register-Applied-Transaction
                   END-IF
           END-READ.

      * A salaried record's rate is never keyed - it follows the
      * salary - so a Change that leaves the type blank on a
      * salaried record leaves salary and rate alone.
       Set-Pay-Type-Fields.
           EVALUATE TRUE
               WHEN PT-TYPE-IS-SALARIED
                   MOVE 'S' TO PM-PAY-TYPE
                   MOVE PT-ANNUAL-SALARY TO PM-ANNUAL-SALARY
                   COMPUTE PM-PAY-RATE ROUNDED =
                       PM-ANNUAL-SALARY / WS-STANDARD-HOURS-YEAR
               WHEN PT-TYPE-IS-HOURLY
                   MOVE 'H' TO PM-PAY-TYPE
                   MOVE 0 TO PM-ANNUAL-SALARY
                   MOVE PT-PAY-RATE TO PM-PAY-RATE
               WHEN PM-PAY-IS-SALARIED
                   CONTINUE
               WHEN OTHER
                   MOVE PT-PAY-RATE TO PM-PAY-RATE
           END-EVALUATE.
           IF NOT PT-TERM-NOT-KEYED
               MOVE PT-TERM-DATE TO PM-TERM-DATE
           END-IF.

      * The rate is held to the grade of the employee's job; an
      * employee with no job on file has no range to be held to.
      * Salaried records are judged on the hourly equivalent.
       Check-Grade-Range.
           MOVE SPACES TO WS-GRADE-FINDING.
           IF GRADE-FILES-ON-FILE
               AND PM-PAY-RATE NOT = WS-OLD-PAY-RATE
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
               AND NOT PT-GRADE-IS-OVERRIDDEN
               MOVE WS-GRADE-FINDING TO WS-REJECT-REASON
           END-IF.

       Compare-Rate-To-Grade.
           MOVE EJ-JOB-CODE TO JB-JOB-CODE.
           READ JOB-MASTER
               KEY IS JB-JOB-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-PAY-RATE < JB-MINIMUM-RATE
                       MOVE "RATE BELOW GRADE MINIMUM"
                           TO WS-GRADE-FINDING
                   END-IF
                   IF PM-PAY-RATE > JB-MAXIMUM-RATE
                       MOVE "RATE ABOVE GRADE MAXIMUM"
                           TO WS-GRADE-FINDING
                   END-IF
           END-READ.

       Apply-Pay-Delete.
       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Log-Pay-Activity.
           IF PT-TRAN-IS-DELETE OR WS-GRADE-FINDING = SPACES
               PERFORM Write-Register-Detail
           ELSE
               ADD 1 TO WS-TRANS-FLAGGED
               MOVE "FLAGGED" TO WS-DISPOSITION
               MOVE WS-GRADE-FINDING TO WS-REJECT-REASON
               PERFORM Write-Register-Detail
               MOVE SPACES TO WS-REJECT-REASON
           END-IF.

      * A preventive SODRULE rule pairing this program with
      * something the operator already did today refuses the run.
       Check-Duty-Conflicts.
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID.
           MOVE "PAYMAINT" TO DC-PROGRAM-ID.
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
           MOVE "PAYMAINT" TO EX-PROGRAM-ID.
           STRING "DUTY CONFLICT REFUSED - RULE " DC-RULE-ID
                   " OPERATOR " WS-OPERATOR-ID
                   " AFTER " DC-CONFLICT-PROGRAM
                   " KEY " DC-CONFLICT-KEY
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * Every applied change lands on the ACTLOG trail SODSCAN
      * reads for conflicting duties.
       Log-Pay-Activity.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "PAYMAINT" TO AL-PROGRAM-ID.
           EVALUATE TRUE
               WHEN PT-TRAN-IS-ADD
                   MOVE "PAYADD" TO AL-ACTION-CODE
               WHEN PT-TRAN-IS-DELETE
                   MOVE "PAYDEL" TO AL-ACTION-CODE
               WHEN OTHER
                   MOVE "PAYCHG" TO AL-ACTION-CODE
           END-EVALUATE.
           MOVE PT-EMPLOYEE-NUMBER TO AL-KEY-VALUE.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Reject-Pay-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE WS-REGISTER-LINE TO PAY-MAINT-REGISTER-LINE.
           WRITE PAY-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TRANS-FLAGGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OUTSIDE GRADE FLAGGED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO PAY-MAINT-REGISTER-LINE.
           WRITE PAY-MAINT-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
