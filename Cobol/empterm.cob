      * termination then cascades across the satellite masters -
      * the PAYMAST pay record, DEDMAST deductions, ADDRMAST
      * address, BANKMAST bank details, EMPXREF cross-reference,
      * EMPDEPT assignment (its DEPTHIST department history spell
      * ends on the termination date instead, and stays), LEAVMAST
      * leave balance, EMPJOB job
      * assignment, EMPSTAT employment status and SUPVMAST
      * reporting line come off, the
      * BENENRL benefit coverage ends at the termination date
      * (ended, not deleted, so the enrollment history stays for
      * the carriers), the CERTMAST certifications come off, and
      * the USERMAST user id is revoked
      * (revoked, not deleted, so the id can never be silently
      * reissued) - with a per-file disposition line on the
      * register. A leaver who
      * supervised anyone leaves those direct reports orphaned:
      * each is listed on the register and logged, and keeps the
      * old line until SUPVMNT gives them a new supervisor. A
      * termination is complete in one run instead of leaving
      * system access and pay exposure behind for USRVALID to
      * find. Prints a termination register of every removal,
      * cascade disposition and reject.
      * A RETPART retirement plan participant is settled in the
      * cascade: the completed years of service to the
      * termination date, computed the ANNIVRPT way (the hire date
      * moved out by the EMPSTATW uncredited absence days), pick
      * the percent of the employer match vested off the RETPLAN
      * schedule.
      * The participant is marked as left with the vested and
      * forfeited employer balance, and the register shows both
      * beside the employee's own balance, which is always
      * vested. The participant record stays for the custodian's
      * payout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS LV-EMPLOYEE-NUMBER
               FILE STATUS IS WS-LEAVE-MASTER-STATUS.

           SELECT JOB-ASSIGNMENT-MASTER ASSIGN TO
               "Cobol/data/EMPJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-JOB-ASSIGNMENT-STATUS.

           SELECT STATUS-MASTER ASSIGN TO "Cobol/data/EMPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-EMPLOYEE-NUMBER
               FILE STATUS IS WS-STATUS-MASTER-STATUS.

           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-SUPERVISION-MASTER-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO
               "Cobol/data/BENENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLLMENT-KEY
               ALTERNATE RECORD KEY IS EN-PLAN-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-MASTER-STATUS.

           SELECT CERT-MASTER ASSIGN TO "Cobol/data/CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CERT-MASTER-STATUS.

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

           SELECT USER-MASTER ASSIGN TO "Cobol/data/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-MASTER-STATUS.
       01 LEAVE-MASTER-REC.
           COPY LEAVE-MASTER-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  STATUS-MASTER.
       01 STATUS-MASTER-REC.
           COPY EMP-STAT-REC.

       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-MASTER-REC.
           COPY BEN-ENRL-REC.

       FD  CERT-MASTER.
       01 CERT-MASTER-REC.
           COPY CERT-MASTER-REC.

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-MASTER-REC.
           COPY RET-PART-REC.

       FD  USER-MASTER.
       01 USER-MASTER-REC.
           COPY USER-MASTER-REC.
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-LEAVE-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-STATUS-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-SUPERVISION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-ENROLLMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CERT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-USER-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".

       01 WS-CASCADE-FILE-NAME        PIC X(8) VALUE SPACES.
       01 WS-CASCADE-DISPOSITION      PIC X(8) VALUE SPACES.
       01 WS-SATELLITE-BROWSE-SWITCH  PIC X VALUE 'N'.
           88 SATELLITE-BROWSE-DONE        VALUE 'Y'.

      * The user master is the small ordered file USERMNT keeps;
      * it is held whole, revoked in place, and rewritten - the
                         UM-USER-IS-ACTIVE  BY WU-USER-IS-ACTIVE
                         UM-USER-IS-REVOKED BY WU-USER-IS-REVOKED.

      * Retirement plan vesting - service to the termination date
      * off the hire date saved before the master record goes.
       01 WS-LEAVER-HIRE-DATE         PIC 9(8) VALUE 0.
       01 WS-HIRE-DATE                PIC 9(8) VALUE 0.
       01 WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR            PIC 9(4).
           05 WS-HIRE-MONTH           PIC 99.
           05 WS-HIRE-DAY             PIC 99.
       01 WS-TERM-DATE                PIC 9(8) VALUE 0.
       01 WS-TERM-DATE-X REDEFINES WS-TERM-DATE.
           05 WS-TERM-YEAR            PIC 9(4).
           05 WS-TERM-MONTH           PIC 99.
           05 WS-TERM-DAY             PIC 99.
       01 WS-SERVICE-YEARS            PIC S9(3) VALUE 0.
       01 WS-VEST-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-VESTING-PROBLEMS         PIC 9(4) VALUE 0.
       01 WS-SETTLED-SWITCH           PIC X VALUE 'N'.
           88 PARTICIPANT-SETTLED          VALUE 'Y'.
           88 PARTICIPANT-NOT-SETTLED      VALUE 'N'.
       01 WS-YEARS-DISPLAY            PIC Z9.
       01 WS-BALANCE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VESTED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.

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

       01 WS-TERMS-READ               PIC 9(4) VALUE 0.
       01 WS-TERMS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TERMS-REJECTED           PIC 9(4) VALUE 0.

      * Direct reports left without a supervisor - for this
      * leaver, and for the run.
       01 WS-LEAVER-ORPHANS           PIC 9(4) VALUE 0.
       01 WS-REPORTS-ORPHANED         PIC 9(4) VALUE 0.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-HISTORY-REQUEST.
           05 DQ-REQUEST-CODE         PIC X.
           05 DQ-EMPLOYEE-NUMBER      PIC 9(6).
           05 DQ-AS-OF-DATE           PIC 9(8).
           05 DQ-DEPT-CODE            PIC X(4).
           05 DQ-PRIOR-DEPT           PIC X(4).
           05 DQ-REASON               PIC X.
           05 DQ-RESULT-SWITCH        PIC X.
           05 DQ-START-DATE           PIC 9(8).
           05 DQ-END-DATE             PIC 9(8).
           05 DQ-REJECT-REASON        PIC X(30).

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "EMPTERM"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED

           IF WS-TERMS-REJECTED > 0
               OR USERMAST-TABLE-OVERFLOWED
               OR WS-VESTING-PROBLEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE EM-FIRST-NAME      TO EH-FIRST-NAME.
           MOVE EM-LAST-NAME       TO EH-LAST-NAME.
           MOVE EM-HIRE-DATE       TO EH-HIRE-DATE.
           MOVE 0 TO WS-LEAVER-HIRE-DATE.
           IF EM-HIRE-DATE NUMERIC
               MOVE EM-HIRE-DATE TO WS-LEAVER-HIRE-DATE
           END-IF.
           MOVE TT-TERM-DATE       TO EH-TERM-DATE.
           MOVE TT-TERM-REASON     TO EH-TERM-REASON.
           WRITE EMPLOYEE-HISTORY-REC.
           OPEN I-O XREF-MASTER.
           OPEN I-O ASSIGNMENT-MASTER.
           OPEN I-O LEAVE-MASTER.
           OPEN I-O JOB-ASSIGNMENT-MASTER.
           OPEN I-O STATUS-MASTER.
           OPEN I-O SUPERVISION-MASTER.
           OPEN I-O ENROLLMENT-MASTER.
           OPEN I-O CERT-MASTER.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           OPEN I-O PARTICIPANT-MASTER.

       Close-Satellite-Masters.
           IF WS-PAY-MASTER-STATUS NOT = "35"
           IF WS-LEAVE-MASTER-STATUS NOT = "35"
               CLOSE LEAVE-MASTER
           END-IF.
           IF WS-JOB-ASSIGNMENT-STATUS NOT = "35"
               CLOSE JOB-ASSIGNMENT-MASTER
           END-IF.
           IF WS-STATUS-MASTER-STATUS NOT = "35"
               CLOSE STATUS-MASTER
           END-IF.
           IF WS-SUPERVISION-MASTER-STATUS NOT = "35"
               CLOSE SUPERVISION-MASTER
           END-IF.
           IF WS-ENROLLMENT-MASTER-STATUS NOT = "35"
               CLOSE ENROLLMENT-MASTER
           END-IF.
           IF WS-CERT-MASTER-STATUS NOT = "35"
               CLOSE CERT-MASTER
           END-IF.
           IF WS-RETIREMENT-PLAN-STATUS NOT = "35"
               CLOSE RETIREMENT-PLAN-MASTER
           END-IF.
           IF WS-PARTICIPANT-MASTER-STATUS NOT = "35"
               CLOSE PARTICIPANT-MASTER
           END-IF.

      * One disposition line per satellite file, every time - the
      * register proves the cascade ran even when there was
           END-IF.
           PERFORM Write-Cascade-Line.

      * Settled while EMPSTAT still holds the leaver's absences,
      * which the service computation needs.
           MOVE "RETPART" TO WS-CASCADE-FILE-NAME.
           SET PARTICIPANT-NOT-SETTLED TO TRUE.
           IF WS-PARTICIPANT-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               PERFORM Settle-Plan-Participant
           END-IF.
           PERFORM Write-Cascade-Line.
           IF PARTICIPANT-SETTLED
               PERFORM Write-Vesting-Lines
           END-IF.

           MOVE "ADDRMAST" TO WS-CASCADE-FILE-NAME.
           IF WS-ADDRESS-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           END-IF.
           PERFORM Write-Cascade-Line.

           MOVE "DEPTHIST" TO WS-CASCADE-FILE-NAME.
           PERFORM End-Department-History.
           PERFORM Write-Cascade-Line.

           MOVE "EMPDEPT" TO WS-CASCADE-FILE-NAME.
           IF WS-ASSIGNMENT-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           END-IF.
           PERFORM Write-Cascade-Line.

           MOVE "EMPJOB" TO WS-CASCADE-FILE-NAME.
           IF WS-JOB-ASSIGNMENT-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               MOVE TT-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER
               DELETE JOB-ASSIGNMENT-MASTER
                   INVALID KEY
                       MOVE "NONE" TO WS-CASCADE-DISPOSITION
                   NOT INVALID KEY
                       MOVE "REMOVED" TO WS-CASCADE-DISPOSITION
               END-DELETE
           END-IF.
           PERFORM Write-Cascade-Line.

           MOVE "EMPSTAT" TO WS-CASCADE-FILE-NAME.
           IF WS-STATUS-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               MOVE TT-EMPLOYEE-NUMBER TO ES-EMPLOYEE-NUMBER
               DELETE STATUS-MASTER
                   INVALID KEY
                       MOVE "NONE" TO WS-CASCADE-DISPOSITION
                   NOT INVALID KEY
                       MOVE "REMOVED" TO WS-CASCADE-DISPOSITION
               END-DELETE
           END-IF.
           PERFORM Write-Cascade-Line.

           MOVE "SUPVMAST" TO WS-CASCADE-FILE-NAME.
           IF WS-SUPERVISION-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               MOVE TT-EMPLOYEE-NUMBER TO SV-EMPLOYEE-NUMBER
               DELETE SUPERVISION-MASTER
                   INVALID KEY
                       MOVE "NONE" TO WS-CASCADE-DISPOSITION
                   NOT INVALID KEY
                       MOVE "REMOVED" TO WS-CASCADE-DISPOSITION
               END-DELETE
           END-IF.
           PERFORM Write-Cascade-Line.
           IF WS-SUPERVISION-MASTER-STATUS NOT = "35"
               PERFORM Report-Orphaned-Reports
           END-IF.

           MOVE "BENENRL" TO WS-CASCADE-FILE-NAME.
           IF WS-ENROLLMENT-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               PERFORM End-Benefit-Coverage
           END-IF.
           PERFORM Write-Cascade-Line.

           MOVE "CERTMAST" TO WS-CASCADE-FILE-NAME.
           IF WS-CERT-MASTER-STATUS = "35"
               MOVE "NO FILE" TO WS-CASCADE-DISPOSITION
           ELSE
               PERFORM Remove-Certifications
           END-IF.
           PERFORM Write-Cascade-Line.

           PERFORM Revoke-User-Ids.

       Settle-Plan-Participant.
           MOVE TT-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER.
           READ PARTICIPANT-MASTER
               KEY IS RA-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "NONE" TO WS-CASCADE-DISPOSITION
               NOT INVALID KEY
                   PERFORM Vest-Employer-Balance
           END-READ.

      * The vesting entry is picked by completed years - entry 1
      * for none, entry 7 for six and over. A plan gone from
      * RETPLAN leaves the participant unsettled and reported.
       Vest-Employer-Balance.
           MOVE "NO PLAN" TO WS-CASCADE-DISPOSITION.
           IF WS-RETIREMENT-PLAN-STATUS NOT = "35"
               MOVE RA-PLAN-CODE TO RN-PLAN-CODE
               READ RETIREMENT-PLAN-MASTER
                   KEY IS RN-PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SETTLED" TO WS-CASCADE-DISPOSITION
               END-READ
           END-IF.
           IF WS-CASCADE-DISPOSITION = "NO PLAN"
               PERFORM Report-Plan-Missing
               EXIT PARAGRAPH
           END-IF.
           IF TT-TERM-DATE IS NUMERIC
               AND TT-TERM-DATE > 16010101
               MOVE TT-TERM-DATE TO WS-TERM-DATE
           ELSE
               ACCEPT WS-TERM-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM Compute-Service-Years.
           IF WS-SERVICE-YEARS > 6
               MOVE 7 TO WS-VEST-SUBSCRIPT
           ELSE
               COMPUTE WS-VEST-SUBSCRIPT = WS-SERVICE-YEARS + 1
           END-IF.
           MOVE RN-VEST-PERCENT(WS-VEST-SUBSCRIPT)
               TO RA-VESTED-PERCENT.
           COMPUTE RA-VESTED-EMPLOYER ROUNDED =
               RA-EMPLOYER-BALANCE * RA-VESTED-PERCENT / 100.
           COMPUTE RA-FORFEITED =
               RA-EMPLOYER-BALANCE - RA-VESTED-EMPLOYER.
           MOVE WS-TERM-DATE TO RA-TERM-DATE.
           IF WS-SERVICE-YEARS > 99
               MOVE 99 TO RA-SERVICE-YEARS
           ELSE
               MOVE WS-SERVICE-YEARS TO RA-SERVICE-YEARS
           END-IF.
           SET RA-HAS-LEFT TO TRUE.
           REWRITE PARTICIPANT-MASTER-REC
               INVALID KEY
                   MOVE "NONE" TO WS-CASCADE-DISPOSITION
               NOT INVALID KEY
                   SET PARTICIPANT-SETTLED TO TRUE
           END-REWRITE.

      * The ANNIVRPT service computation, as of the termination
      * date: that year less the hire year, one backed off when
      * the anniversary had not come round, the hire date moved
      * out first by the absence days that earn no service.
       Compute-Service-Years.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE TT-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-TERM-DATE TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           MOVE WS-LEAVER-HIRE-DATE TO WS-HIRE-DATE.
           IF SW-UNCREDITED-DAYS > 0 AND WS-HIRE-DATE > 16010101
               COMPUTE WS-HIRE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
                   + SW-UNCREDITED-DAYS)
           END-IF.
           COMPUTE WS-SERVICE-YEARS = WS-TERM-YEAR - WS-HIRE-YEAR.
           IF WS-TERM-MONTH < WS-HIRE-MONTH
               OR (WS-TERM-MONTH = WS-HIRE-MONTH
                   AND WS-TERM-DAY < WS-HIRE-DAY)
               SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF.
           IF WS-SERVICE-YEARS < 0
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF.

       Write-Vesting-Lines.
           MOVE RA-SERVICE-YEARS TO WS-YEARS-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  PLAN " RA-PLAN-CODE
                   " SERVICE YEARS:" WS-YEARS-DISPLAY
                   " VESTED PERCENT:" RA-VESTED-PERCENT
                   " TERM-DATE:" RA-TERM-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

           MOVE RA-EMPLOYEE-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  EMPLOYEE BALANCE:  " WS-BALANCE-DISPLAY
                   " ALL VESTED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

           MOVE RA-EMPLOYER-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE RA-VESTED-EMPLOYER TO WS-VESTED-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  EMPLOYER BALANCE:  " WS-BALANCE-DISPLAY
                   " VESTED:" WS-VESTED-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

           MOVE RA-FORFEITED TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  EMPLOYER FORFEITED:" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

       Report-Plan-Missing.
           ADD 1 TO WS-VESTING-PROBLEMS.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E013" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "EMPTERM" TO EX-PROGRAM-ID.
           STRING "RETPART PLAN " RA-PLAN-CODE
                   " NOT ON RETPLAN - NOT VESTED:" TT-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The department spell ends on the termination date - the
      * history keeps it, closed as a termination, after the
      * EMPDEPT assignment comes off below. An employee with no
      * history yet gets the assignment they leave as their one
      * spell.
       End-Department-History.
           MOVE SPACES TO DQ-PRIOR-DEPT.
           IF WS-ASSIGNMENT-MASTER-STATUS NOT = "35"
               MOVE TT-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ED-DEPT-CODE TO DQ-PRIOR-DEPT
               END-READ
           END-IF.
           MOVE 'C' TO DQ-REQUEST-CODE.
           MOVE TT-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           IF TT-TERM-DATE IS NUMERIC
               AND TT-TERM-DATE > 16010101
               COMPUTE DQ-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TT-TERM-DATE) + 1)
           ELSE
               ACCEPT DQ-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO DQ-DEPT-CODE.
           MOVE 'X' TO DQ-REASON.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.
           IF DQ-RESULT-SWITCH = 'Y'
               MOVE "ENDED" TO WS-CASCADE-DISPOSITION
           ELSE
               MOVE "NONE" TO WS-CASCADE-DISPOSITION
           END-IF.

      * Every plan the leaver still holds - open-ended or ending
      * after the termination date - ends on the termination
      * date, and an election waiting past it goes too. The
      * records stay: BENELIG drops the leaver from the carrier
      * extract, and DEDMAST has already come off above.
       End-Benefit-Coverage.
           MOVE "NONE" TO WS-CASCADE-DISPOSITION.
           MOVE 'N' TO WS-SATELLITE-BROWSE-SWITCH.
           MOVE TT-EMPLOYEE-NUMBER TO EN-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO EN-PLAN-CODE.
           START ENROLLMENT-MASTER
               KEY IS >= EN-ENROLLMENT-KEY
               INVALID KEY
                   SET SATELLITE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL SATELLITE-BROWSE-DONE
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       SET SATELLITE-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF EN-EMPLOYEE-NUMBER NOT = TT-EMPLOYEE-NUMBER
                           SET SATELLITE-BROWSE-DONE TO TRUE
                       ELSE
                           IF EN-END-DATE = 0
                               OR EN-END-DATE > TT-TERM-DATE
                               MOVE TT-TERM-DATE TO EN-END-DATE
                               MOVE SPACES TO EN-PENDING-TIER
                               MOVE 0 TO EN-PENDING-DEPENDENTS
                               MOVE 0 TO EN-PENDING-DATE
                               REWRITE ENROLLMENT-MASTER-REC
                               MOVE "ENDED" TO WS-CASCADE-DISPOSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * One CERTMAST record per certification held, all keyed
      * under the employee number - every one of them comes off.
       Remove-Certifications.
           MOVE "NONE" TO WS-CASCADE-DISPOSITION.
           MOVE 'N' TO WS-SATELLITE-BROWSE-SWITCH.
           MOVE TT-EMPLOYEE-NUMBER TO CT-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO CT-CERT-CODE.
           START CERT-MASTER
               KEY IS >= CT-CERT-KEY
               INVALID KEY
                   SET SATELLITE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL SATELLITE-BROWSE-DONE
               READ CERT-MASTER NEXT RECORD
                   AT END
                       SET SATELLITE-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF CT-EMPLOYEE-NUMBER NOT = TT-EMPLOYEE-NUMBER
                           SET SATELLITE-BROWSE-DONE TO TRUE
                       ELSE
                           DELETE CERT-MASTER
                           MOVE "REMOVED" TO WS-CASCADE-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM.

       Write-Cascade-Line.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  CASCADE " WS-CASCADE-FILE-NAME
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

      * The leaver's direct reports are read off the supervisor
      * alternate key. Their lines are left pointing at the
      * leaver - the chain is HR's to redraw through SUPVMNT, not
      * the termination run's to guess at.
       Report-Orphaned-Reports.
           MOVE 0 TO WS-LEAVER-ORPHANS.
           MOVE TT-EMPLOYEE-NUMBER TO SV-SUPERVISOR-NUMBER.
           SET BROWSE-NOT-DONE TO TRUE.
           START SUPERVISION-MASTER
               KEY IS = SV-SUPERVISOR-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ SUPERVISION-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF SV-SUPERVISOR-NUMBER = TT-EMPLOYEE-NUMBER
                           ADD 1 TO WS-LEAVER-ORPHANS
                           PERFORM Write-Orphan-Line
                       ELSE
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LEAVER-ORPHANS > 0
               ADD WS-LEAVER-ORPHANS TO WS-REPORTS-ORPHANED
               MOVE WS-LEAVER-ORPHANS TO WS-COUNT-DISPLAY
               MOVE SPACES TO EX-MESSAGE
               MOVE "E010" TO EX-ERROR-CODE
               MOVE 'W' TO EX-SEVERITY
               MOVE "EMPTERM" TO EX-PROGRAM-ID
               STRING "SUPERVISOR LEFT - EMPLOYEE:" TT-EMPLOYEE-NUMBER
                       " REPORTS ORPHANED:" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
           END-IF.

       Write-Orphan-Line.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  ORPHANED REPORT EMPLOYEE:" SV-EMPLOYEE-NUMBER
                   " - NEEDS A NEW SUPERVISOR"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.

      * System access dies with the job: every USERMAST id owned
      * by the departed employee goes to revoked - not deleted,
      * so the id can never be quietly reissued - and the file
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-REPORTS-ORPHANED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REPORTS ORPHANED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE.
           WRITE TERM-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           IF WS-VESTING-PROBLEMS > 0
               MOVE WS-VESTING-PROBLEMS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "PLAN NOT VESTED:      " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               MOVE WS-REGISTER-LINE TO TERM-REGISTER-LINE
               WRITE TERM-REGISTER-LINE
               DISPLAY WS-REGISTER-LINE
           END-IF.
