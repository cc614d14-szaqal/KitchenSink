       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNRECN.
      * Period-end attendance reconciliation - timecards and leave
      * lined up day by day for the open PAYPCTL pay period, so a
      * day both worked and taken off, or a workday nobody
      * accounted for, is found by the supervisor before PAYEDIT
      * instead of by the employee on the payslip. The accepted
      * daily cards on the TIMECARD edit register (TIMEREG) and
      * the applied draws on the LEAVMNT register (LVMREG) are
      * read back by employee and date; 'J' adjustment cards are
      * retro pay, not attendance, and stay out. Every employee
      * on EMPLOYEE-MASTER is reconciled over every day of the
      * period (the period runs back from PC-PERIOD-END by the
      * year's days over PC-PERIODS-PER-YEAR, the FINALPAY
      * arithmetic), and three findings print:
      *   OVERLAP      - hours worked and leave drawn the same day
      *   OVER CEILING - leave drawn on a day that, worked hours
      *                  and leave together, passes the ATRCCTL
      *                  daily ceiling (8.00 when there is no card)
      *   UNACCOUNTED  - a business day since hire with neither
      *                  a timecard nor leave; weekends and HOLMAST
      *                  holidays (BIZDAYW 'B') are skipped.
      * The workforce SORTs by SUPVMAST supervisor (the DEPTRPT
      * SORT convention) so each supervisor's people print
      * together under that supervisor's name, with a findings
      * line per supervisor; staff with no reporting line print
      * last. Output through the shared RPTWRITE service. Any
      * finding ends the run RC=4.
      * Each run is kept in the RPTREPO report repository as
      * ATTNRECN, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CONTROL ASSIGN TO "ATRCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CONTROL-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-SUPERVISION-MASTER-STATUS.

           SELECT TIME-REGISTER ASSIGN TO "Cobol/data/TIMEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-REGISTER-STATUS.

           SELECT LEAVE-MAINT-REGISTER ASSIGN TO
               "Cobol/data/LVMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-MAINT-REGISTER-STATUS.

           SELECT ATTENDANCE-REPORT ASSIGN TO
               "Cobol/data/ATTNRECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENDANCE-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CONTROL.
      * One card: the combined daily ceiling, 9(2)V99 - e.g.
      * 0800 = 8.00 hours.
       01 RECON-CONTROL-REC           PIC 9(2)V99.

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

      * The TIMECARD register detail line, read back in place:
      *   Pos  1- 8  disposition, ACCEPTED or REJECTED
      *   Pos 10     card type, T=daily J=adjustment
      *   Pos 21-26  employee number
      *   Pos 33-40  work date YYYYMMDD
      *   Pos 46-53  hours, ZZ9.99CR
       FD  TIME-REGISTER.
       01 TIME-REGISTER-LINE.
           05 TR-DISPOSITION          PIC X(8).
           05 FILLER                  PIC X.
           05 TR-CARD-TYPE            PIC X.
           05 FILLER                  PIC X(10).
           05 TR-EMPLOYEE-NUMBER      PIC 9(6).
           05 FILLER                  PIC X(6).
           05 TR-WORK-DATE            PIC 9(8).
           05 FILLER                  PIC X(5).
           05 TR-HOURS                PIC ZZ9.99CR.
           05 FILLER                  PIC X(27).

      * The LEAVMNT register detail line, read back in place:
      *   Pos  1- 8  disposition, APPLIED or REJECTED
      *   Pos 14-19  employee number
      *   Pos 26-33  leave date YYYYMMDD
      *   Pos 35-38  bucket drawn, VAC or SICK
      *   Pos 44-49  hours, ZZ9.99
       FD  LEAVE-MAINT-REGISTER.
       01 LEAVE-MAINT-REGISTER-LINE.
           05 LR-DISPOSITION          PIC X(8).
           05 FILLER                  PIC X(5).
           05 LR-EMPLOYEE-NUMBER      PIC 9(6).
           05 FILLER                  PIC X(6).
           05 LR-LEAVE-DATE           PIC 9(8).
           05 FILLER                  PIC X.
           05 LR-BUCKET-NAME          PIC X(4).
           05 FILLER                  PIC X(5).
           05 LR-HOURS                PIC ZZ9.99.
           05 FILLER                  PIC X(31).

       FD  ATTENDANCE-REPORT.
       01 ATTENDANCE-REPORT-LINE      PIC X(80).

      * SW-RECORD-TYPE E is the employee's own entry off the
      * master and sorts ahead of the L leave and T time entries,
      * so hire date and name are in hand before the days are.
       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-SUPERVISOR-NUMBER    PIC 9(6).
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-RECORD-TYPE          PIC X.
           05 SW-DAY-INDEX            PIC 9(2).
           05 SW-HOURS                PIC 9(3)V99.
           05 SW-HIRE-DATE            PIC 9(8).
           05 SW-LAST-NAME            PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-RECON-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-SUPERVISION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-TIME-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-LEAVE-MAINT-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-ATTENDANCE-REPORT-STATUS PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-SUPVMAST-SWITCH          PIC X VALUE 'N'.
           88 SUPVMAST-ON-FILE             VALUE 'Y'.
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-IN-PROGRESS         VALUE 'Y'.
       01 WS-GROUP-SWITCH             PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS            VALUE 'Y'.
       01 WS-ON-MASTER-SWITCH         PIC X VALUE 'N'.
           88 EMPLOYEE-ON-MASTER           VALUE 'Y'.
       01 WS-PERIOD-CAPPED-SWITCH     PIC X VALUE 'N'.
           88 PERIOD-WAS-CAPPED            VALUE 'Y'.

       01 WS-DAILY-CEILING            PIC 9(2)V99 VALUE 8.
       01 WS-PERIOD-END               PIC 9(8) VALUE 0.
       01 WS-PERIOD-START             PIC 9(8) VALUE 0.
       01 WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 26.
       01 WS-PERIOD-DAYS              PIC 9(3) VALUE 0.
       01 WS-PERIOD-END-DAY           PIC 9(7) VALUE 0.
       01 WS-PERIOD-START-DAY         PIC 9(7) VALUE 0.
       01 WS-CARD-DAY                 PIC 9(7) VALUE 0.
       01 WS-CARD-DATE                PIC 9(8) VALUE 0.
       01 WS-CARD-HOURS               PIC 9(3)V99 VALUE 0.
       01 WS-DAY-LIMIT                PIC 9(2) VALUE 62.

      * One slot per calendar day of the period: the date, whether
      * the shop works it, and the current employee's hours.
       01 WS-PERIOD-DAY-COUNT         PIC 9(2) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-DAY OCCURS 62 TIMES.
               10 WS-DAY-DATE         PIC 9(8).
               10 WS-DAY-BUSINESS     PIC X.
                   88 DAY-IS-BUSINESS      VALUE 'Y'.
               10 WS-DAY-WORK-HOURS   PIC 9(3)V99.
               10 WS-DAY-LEAVE-HOURS  PIC 9(3)V99.
       01 WS-DAY-INDEX                PIC 9(2) VALUE 0.
       01 WS-BUSINESS-DAYS            PIC 9(2) VALUE 0.

       01 WS-CURRENT-SUPERVISOR       PIC 9(6) VALUE 0.
       01 WS-CURRENT-EMPLOYEE         PIC 9(6) VALUE 0.
       01 WS-CURRENT-HIRE-DATE        PIC 9(8) VALUE 0.
       01 WS-CURRENT-NAME             PIC X(15) VALUE SPACES.
       01 WS-COMBINED-HOURS           PIC 9(4)V99 VALUE 0.
       01 WS-FINDING                  PIC X(20) VALUE SPACES.

       01 WS-EMPLOYEES-RECONCILED     PIC 9(5) VALUE 0.
       01 WS-CARDS-TAKEN              PIC 9(5) VALUE 0.
       01 WS-LEAVE-TAKEN              PIC 9(5) VALUE 0.
       01 WS-OUTSIDE-PERIOD           PIC 9(5) VALUE 0.
      * Findings by supervisor (level 1) and for the run (level 2).
       01 WS-FINDING-TOTALS.
           05 WS-FINDING-LEVEL OCCURS 2 TIMES.
               10 WS-OVERLAP-COUNT    PIC 9(5).
               10 WS-CEILING-COUNT    PIC 9(5).
               10 WS-UNACCOUNTED-COUNT PIC 9(5).
               10 WS-FINDING-COUNT    PIC 9(5).
       01 WS-LEVEL                    PIC 9 VALUE 0.

       01 WS-BIZDAY-REQUEST.
           05 BD-REQUEST-CODE         PIC X VALUE SPACE.
           05 BD-DATE-IN              PIC 9(8) VALUE 0.
           05 BD-RESULT-SWITCH        PIC X VALUE SPACE.
           05 BD-DATE-OUT             PIC 9(8) VALUE 0.

       01 WS-WORK-DISPLAY             PIC ZZ9.99.
       01 WS-LEAVE-DISPLAY            PIC ZZ9.99.
       01 WS-CEILING-DISPLAY          PIC Z9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-OVERLAP-DISPLAY          PIC ZZZZ9.
       01 WS-CEILING-COUNT-DISPLAY    PIC ZZZZ9.
       01 WS-UNACCOUNTED-DISPLAY      PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ATTNRECN" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "NO PAYPCTL PERIOD CONTROL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAY-PERIOD-CONTROL
               AT END
                   MOVE 0 TO PC-PERIOD-END
           END-READ.
           CLOSE PAY-PERIOD-CONTROL.
           MOVE PC-PERIOD-END TO WS-PERIOD-END.
           IF PC-PERIODS-PER-YEAR NUMERIC
               AND PC-PERIODS-PER-YEAR NOT = 0
               MOVE PC-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
           END-IF.
           IF WS-PERIOD-END NOT NUMERIC OR WS-PERIOD-END < 16010101
               DISPLAY "PAYPCTL PERIOD END NOT A DATE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Without the timecard register every workday of every
      * employee would print as unaccounted - nothing to send to
      * supervisors, so the run stops instead.
           OPEN INPUT TIME-REGISTER.
           IF WS-TIME-REGISTER-STATUS NOT = "00"
               DISPLAY "NO TIMEREG REGISTER - NOTHING TO RECONCILE:"
                       WS-TIME-REGISTER-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Recon-Control.
           PERFORM Build-Period-Calendar.
           INITIALIZE WS-FINDING-TOTALS.

           OPEN INPUT SUPERVISION-MASTER.
           IF WS-SUPERVISION-MASTER-STATUS = "00"
               SET SUPVMAST-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO SUPVMAST - ALL STAFF PRINT UNASSIGNED:"
                       WS-SUPERVISION-MASTER-STATUS
           END-IF.
           OPEN OUTPUT ATTENDANCE-REPORT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "ATTENDANCE RECONCILIATION BY SUPERVISOR"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "ATTNRECN" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           PERFORM Write-Period-Heading.

           SORT SORT-WORK
               ON ASCENDING KEY SW-SUPERVISOR-NUMBER
                   SW-EMPLOYEE-NUMBER SW-RECORD-TYPE SW-DAY-INDEX
               INPUT PROCEDURE IS Release-Attendance
               OUTPUT PROCEDURE IS Print-Attendance-Report.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE ATTENDANCE-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE ATTENDANCE-REPORT.
           IF SUPVMAST-ON-FILE
               CLOSE SUPERVISION-MASTER
           END-IF.
           CLOSE TIME-REGISTER.
           CLOSE EMPLOYEE-MASTER.

           IF WS-FINDING-COUNT(2) > 0 OR PERIOD-WAS-CAPPED
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The acctpost control-card convention: no card, or one
      * that is not a positive number, keeps the default.
       Read-Recon-Control.
           OPEN INPUT RECON-CONTROL.
           IF WS-RECON-CONTROL-STATUS = "00"
               READ RECON-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RECON-CONTROL-REC NUMERIC
                           AND RECON-CONTROL-REC > 0
                           MOVE RECON-CONTROL-REC TO WS-DAILY-CEILING
                       END-IF
               END-READ
               CLOSE RECON-CONTROL
           END-IF.

      * The period runs back from its end date by the year's days
      * over the periods in it. The table holds 62 days - any
      * period of at least six a year; a longer one is cut to its
      * last 62 days and says so, rather than reconciling part of
      * a period without a word.
       Build-Period-Calendar.
           COMPUTE WS-PERIOD-DAYS = 364 / WS-PERIODS-PER-YEAR.
           IF WS-PERIOD-DAYS > WS-DAY-LIMIT
               DISPLAY "PERIOD OF " WS-PERIOD-DAYS
                       " DAYS - ONLY THE LAST " WS-DAY-LIMIT
                       " RECONCILED"
               SET PERIOD-WAS-CAPPED TO TRUE
               MOVE WS-DAY-LIMIT TO WS-PERIOD-DAYS
           END-IF.
           MOVE WS-PERIOD-DAYS TO WS-PERIOD-DAY-COUNT.
           COMPUTE WS-PERIOD-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
           COMPUTE WS-PERIOD-START-DAY =
               WS-PERIOD-END-DAY - WS-PERIOD-DAYS + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-DAY).
           MOVE 0 TO WS-BUSINESS-DAYS.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-PERIOD-DAY-COUNT
               COMPUTE WS-DAY-DATE(WS-DAY-INDEX) =
                   FUNCTION DATE-OF-INTEGER(
                       WS-PERIOD-START-DAY + WS-DAY-INDEX - 1)
               MOVE 'B' TO BD-REQUEST-CODE
               MOVE WS-DAY-DATE(WS-DAY-INDEX) TO BD-DATE-IN
               CALL "BIZDAYW" USING WS-BIZDAY-REQUEST
               MOVE BD-RESULT-SWITCH TO WS-DAY-BUSINESS(WS-DAY-INDEX)
               IF DAY-IS-BUSINESS(WS-DAY-INDEX)
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-PERFORM.

       Release-Attendance.
           PERFORM Release-Employees.
           PERFORM Release-Timecards.
           PERFORM Release-Leave-Drawn.

       Release-Employees.
           PERFORM UNTIL WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER
                       MOVE 'E' TO SW-RECORD-TYPE
                       MOVE 0 TO SW-DAY-INDEX
                       MOVE 0 TO SW-HOURS
                       IF EM-HIRE-DATE NUMERIC
                           MOVE EM-HIRE-DATE TO SW-HIRE-DATE
                       ELSE
                           MOVE 0 TO SW-HIRE-DATE
                       END-IF
                       MOVE EM-LAST-NAME TO SW-LAST-NAME
                       PERFORM Release-One-Entry
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS.

      * Accepted daily cards only - rejected cards never reached
      * pay, and 'J' adjustments are not attendance.
       Release-Timecards.
           PERFORM UNTIL WS-TIME-REGISTER-STATUS NOT = "00"
               READ TIME-REGISTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TR-DISPOSITION = "ACCEPTED"
                           AND TR-CARD-TYPE = 'T'
                           AND TR-EMPLOYEE-NUMBER NUMERIC
                           AND TR-WORK-DATE NUMERIC
                           MOVE TR-WORK-DATE TO WS-CARD-DATE
                           MOVE TR-HOURS TO WS-CARD-HOURS
                           MOVE TR-EMPLOYEE-NUMBER
                               TO SW-EMPLOYEE-NUMBER
                           MOVE 'T' TO SW-RECORD-TYPE
                           PERFORM Release-Dated-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Release-Leave-Drawn.
           OPEN INPUT LEAVE-MAINT-REGISTER.
           IF WS-LEAVE-MAINT-REGISTER-STATUS NOT = "00"
               DISPLAY "NO LVMREG REGISTER - NO LEAVE RECONCILED:"
                       WS-LEAVE-MAINT-REGISTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LEAVE-MAINT-REGISTER-STATUS NOT = "00"
               READ LEAVE-MAINT-REGISTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LR-DISPOSITION = "APPLIED"
                           AND LR-EMPLOYEE-NUMBER NUMERIC
                           AND LR-LEAVE-DATE NUMERIC
                           MOVE LR-LEAVE-DATE TO WS-CARD-DATE
                           MOVE LR-HOURS TO WS-CARD-HOURS
                           MOVE LR-EMPLOYEE-NUMBER
                               TO SW-EMPLOYEE-NUMBER
                           MOVE 'L' TO SW-RECORD-TYPE
                           PERFORM Release-Dated-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-MAINT-REGISTER.

      * A register can hold days from either side of the period;
      * only the period's own days are reconciled.
       Release-Dated-Entry.
           IF WS-CARD-DATE < WS-PERIOD-START
               OR WS-CARD-DATE > WS-PERIOD-END
               ADD 1 TO WS-OUTSIDE-PERIOD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CARD-DAY = FUNCTION INTEGER-OF-DATE(WS-CARD-DATE).
           COMPUTE SW-DAY-INDEX = WS-CARD-DAY - WS-PERIOD-START-DAY + 1.
           MOVE WS-CARD-HOURS TO SW-HOURS.
           MOVE 0 TO SW-HIRE-DATE.
           MOVE SPACES TO SW-LAST-NAME.
           IF SW-RECORD-TYPE = 'T'
               ADD 1 TO WS-CARDS-TAKEN
           ELSE
               ADD 1 TO WS-LEAVE-TAKEN
           END-IF.
           PERFORM Release-One-Entry.

      * No reporting line on file sorts to the end of the report.
       Release-One-Entry.
           MOVE 999999 TO SW-SUPERVISOR-NUMBER.
           IF SUPVMAST-ON-FILE
               MOVE SW-EMPLOYEE-NUMBER TO SV-EMPLOYEE-NUMBER
               READ SUPERVISION-MASTER
                   KEY IS SV-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SV-SUPERVISOR-NUMBER
                           TO SW-SUPERVISOR-NUMBER
               END-READ
           END-IF.
           RELEASE SORT-WORK-REC.

       Print-Attendance-Report.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Take-One-Entry
               END-RETURN
           END-PERFORM.
           IF EMPLOYEE-IN-PROGRESS
               PERFORM Reconcile-Employee
           END-IF.
           IF GROUP-IN-PROGRESS
               PERFORM Write-Supervisor-Totals
           END-IF.

       Take-One-Entry.
           IF NOT EMPLOYEE-IN-PROGRESS
               OR SW-EMPLOYEE-NUMBER NOT = WS-CURRENT-EMPLOYEE
               OR SW-SUPERVISOR-NUMBER NOT = WS-CURRENT-SUPERVISOR
               IF EMPLOYEE-IN-PROGRESS
                   PERFORM Reconcile-Employee
               END-IF
               IF SW-SUPERVISOR-NUMBER NOT = WS-CURRENT-SUPERVISOR
                   OR NOT EMPLOYEE-IN-PROGRESS
                   IF GROUP-IN-PROGRESS
                       PERFORM Write-Supervisor-Totals
                   END-IF
                   MOVE SW-SUPERVISOR-NUMBER TO WS-CURRENT-SUPERVISOR
                   INITIALIZE WS-FINDING-LEVEL(1)
               END-IF
               PERFORM Start-Employee
           END-IF.
           EVALUATE SW-RECORD-TYPE
               WHEN 'E'
                   SET EMPLOYEE-ON-MASTER TO TRUE
                   MOVE SW-HIRE-DATE TO WS-CURRENT-HIRE-DATE
                   MOVE SW-LAST-NAME TO WS-CURRENT-NAME
               WHEN 'T'
                   ADD SW-HOURS TO WS-DAY-WORK-HOURS(SW-DAY-INDEX)
               WHEN 'L'
                   ADD SW-HOURS TO WS-DAY-LEAVE-HOURS(SW-DAY-INDEX)
           END-EVALUATE.

       Start-Employee.
           SET EMPLOYEE-IN-PROGRESS TO TRUE.
           MOVE SW-EMPLOYEE-NUMBER TO WS-CURRENT-EMPLOYEE.
           MOVE 'N' TO WS-ON-MASTER-SWITCH.
           MOVE 0 TO WS-CURRENT-HIRE-DATE.
           MOVE "** NOT ON MASTER" TO WS-CURRENT-NAME.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-PERIOD-DAY-COUNT
               MOVE 0 TO WS-DAY-WORK-HOURS(WS-DAY-INDEX)
               MOVE 0 TO WS-DAY-LEAVE-HOURS(WS-DAY-INDEX)
           END-PERFORM.

      * A leaver whose cards are still on the registers is checked
      * for overlaps, but no longer owes the shop any workdays.
       Reconcile-Employee.
           IF EMPLOYEE-ON-MASTER
               ADD 1 TO WS-EMPLOYEES-RECONCILED
           END-IF.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-PERIOD-DAY-COUNT
               PERFORM Check-One-Day
           END-PERFORM.

       Check-One-Day.
           COMPUTE WS-COMBINED-HOURS =
               WS-DAY-WORK-HOURS(WS-DAY-INDEX)
               + WS-DAY-LEAVE-HOURS(WS-DAY-INDEX).
           EVALUATE TRUE
               WHEN WS-DAY-WORK-HOURS(WS-DAY-INDEX) > 0
                   AND WS-DAY-LEAVE-HOURS(WS-DAY-INDEX) > 0
                   AND WS-COMBINED-HOURS > WS-DAILY-CEILING
                   MOVE "OVERLAP+OVER CEILING" TO WS-FINDING
               WHEN WS-DAY-WORK-HOURS(WS-DAY-INDEX) > 0
                   AND WS-DAY-LEAVE-HOURS(WS-DAY-INDEX) > 0
                   MOVE "OVERLAP" TO WS-FINDING
               WHEN WS-DAY-LEAVE-HOURS(WS-DAY-INDEX) > 0
                   AND WS-COMBINED-HOURS > WS-DAILY-CEILING
                   MOVE "OVER CEILING" TO WS-FINDING
               WHEN WS-COMBINED-HOURS = 0
                   AND DAY-IS-BUSINESS(WS-DAY-INDEX)
                   AND EMPLOYEE-ON-MASTER
                   AND WS-DAY-DATE(WS-DAY-INDEX)
                       NOT < WS-CURRENT-HIRE-DATE
                   MOVE "UNACCOUNTED" TO WS-FINDING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 2
               ADD 1 TO WS-FINDING-COUNT(WS-LEVEL)
               EVALUATE WS-FINDING
                   WHEN "OVERLAP+OVER CEILING"
                       ADD 1 TO WS-OVERLAP-COUNT(WS-LEVEL)
                       ADD 1 TO WS-CEILING-COUNT(WS-LEVEL)
                   WHEN "OVERLAP"
                       ADD 1 TO WS-OVERLAP-COUNT(WS-LEVEL)
                   WHEN "OVER CEILING"
                       ADD 1 TO WS-CEILING-COUNT(WS-LEVEL)
                   WHEN OTHER
                       ADD 1 TO WS-UNACCOUNTED-COUNT(WS-LEVEL)
               END-EVALUATE
           END-PERFORM.
           IF NOT GROUP-IN-PROGRESS
               PERFORM Write-Supervisor-Heading
           END-IF.
           MOVE WS-DAY-WORK-HOURS(WS-DAY-INDEX)  TO WS-WORK-DISPLAY.
           MOVE WS-DAY-LEAVE-HOURS(WS-DAY-INDEX) TO WS-LEAVE-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-CURRENT-EMPLOYEE
                   " " WS-CURRENT-NAME
                   " " WS-DAY-DATE(WS-DAY-INDEX)
                   " WRK:" WS-WORK-DISPLAY
                   " LV:" WS-LEAVE-DISPLAY
                   " " WS-FINDING
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * A supervisor's heading prints with the first finding under
      * that supervisor - a clean team takes no room on the page.
       Write-Supervisor-Heading.
           SET GROUP-IN-PROGRESS TO TRUE.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE WS-CURRENT-SUPERVISOR
               WHEN 999999
                   MOVE "NO REPORTING LINE ON FILE" TO WS-DETAIL-LINE
               WHEN 0
                   MOVE "TOP OF THE REPORTING LINE" TO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-CURRENT-SUPERVISOR TO EM-EMPLOYEE-NUMBER
                   READ EMPLOYEE-MASTER
                       KEY IS EM-EMPLOYEE-NUMBER
                       INVALID KEY
                           MOVE "** NOT ON MASTER" TO EM-LAST-NAME
                           MOVE SPACES TO EM-FIRST-NAME
                   END-READ
                   STRING "SUPERVISOR " WS-CURRENT-SUPERVISOR
                           " " EM-LAST-NAME
                           " " EM-FIRST-NAME
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Report-Line.

       Write-Supervisor-Totals.
           MOVE WS-OVERLAP-COUNT(1)     TO WS-OVERLAP-DISPLAY.
           MOVE WS-CEILING-COUNT(1)     TO WS-CEILING-COUNT-DISPLAY.
           MOVE WS-UNACCOUNTED-COUNT(1) TO WS-UNACCOUNTED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  FINDINGS - OVERLAP:" WS-OVERLAP-DISPLAY
                   " OVER CEILING:" WS-CEILING-COUNT-DISPLAY
                   " UNACCOUNTED:" WS-UNACCOUNTED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE 'N' TO WS-GROUP-SWITCH.

       Write-Period-Heading.
           MOVE WS-DAILY-CEILING TO WS-CEILING-DISPLAY.
           MOVE WS-BUSINESS-DAYS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PERIOD " WS-PERIOD-START
                   " TO " WS-PERIOD-END
                   "  BUSINESS DAYS:" WS-COUNT-DISPLAY
                   "  DAILY CEILING:" WS-CEILING-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           MOVE WS-EMPLOYEES-RECONCILED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES RECONCILED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CARDS-TAKEN TO WS-COUNT-DISPLAY.
           MOVE WS-LEAVE-TAKEN TO WS-OVERLAP-DISPLAY.
           MOVE WS-OUTSIDE-PERIOD TO WS-UNACCOUNTED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TIMECARDS IN PERIOD:   " WS-COUNT-DISPLAY
                   " LEAVE DRAWS:" WS-OVERLAP-DISPLAY
                   " OUTSIDE PERIOD:" WS-UNACCOUNTED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-OVERLAP-COUNT(2)     TO WS-OVERLAP-DISPLAY.
           MOVE WS-CEILING-COUNT(2)     TO WS-CEILING-COUNT-DISPLAY.
           MOVE WS-UNACCOUNTED-COUNT(2) TO WS-UNACCOUNTED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ALL FINDINGS - OVERLAP:" WS-OVERLAP-DISPLAY
                   " OVER CEILING:" WS-CEILING-COUNT-DISPLAY
                   " UNACCOUNTED:" WS-UNACCOUNTED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           IF PERIOD-WAS-CAPPED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "PERIOD OVER 62 DAYS - ONLY THE LAST 62 RECONCILED"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE ATTENDANCE-REPORT-LINE FROM RP-HEADING-1
               WRITE ATTENDANCE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE ATTENDANCE-REPORT-LINE FROM WS-DETAIL-LINE.
