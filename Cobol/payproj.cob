       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPROJ.
      * Next-year payroll cost projection - the autumn budget
      * question finance used to answer from a printed roster.
      * Every PAYMAST employee still on the payroll is priced for
      * each pay period of the next fiscal year, the periods laid
      * out from the PAYPCTL calendar: the current period end,
      * stepped on a period at a time (the 364 days of the year
      * split over PAYPCTL's periods per year, PAYCALC's period
      * length) until the periods ending inside the fiscal year
      * run out. Each period's cost, as PAYCALC would pay it:
      *   - gross pay: an hourly employee's PAYMAST hours priced
      *     class by class at the rate times the PREMCTL
      *     multiplier, or the standard 2080 hours over the
      *     periods as straight time when the master carries no
      *     hours; a salaried employee's salary over the periods;
      *     from the PROJCTL raise date the rate and salary carry
      *     the raise assumed;
      *   - the employer's side: each DEDMAST entry that is a
      *     BENPLAN plan costs the BENENRL tier's employer share
      *     while the coverage runs (a pending election from its
      *     date), and a deferring RETPART participant's match is
      *     priced on the RETPLAN formula, the deferral stopped at
      *     the plan's annual limit each calendar year;
      *   - leave: the vacation and sick hours LEAVACCR accrues
      *     on the service bands reached by the period end - the
      *     ANNIVRPT service computation from EM-HIRE-DATE, so a
      *     service anniversary moves the employee into the new
      *     band in the period it falls - at the hourly rate.
      * A leaver whose final pay has issued is left out; a
      * termination date stops the cost after it and a hire date
      * starts it. The cost rolls up to the employee's EMPDEPT
      * department (UNASSIGNED when none) and to the company.
      * PROJCTL headcount cards then add or take off heads by
      * department from a date, each at the card's annual cost
      * per head or, with none, at the department's average
      * projected cost for the period. PROJRPT prints each
      * employee period by period, each department and the
      * company per period and for the year, through the shared
      * RPTWRITE service; the scenario's department figures are
      * appended to PROJSCEN (copybooks/PAY-PROJ-REC.cpy) under
      * its scenario id for PROJCMP to compare side by side.
      * PROJCTL cards:
      *   S card (one, optional): pos 1 'S', 2-9 scenario id
      *     (default BASE), 10-13 fiscal year 9(4), 14-21 first
      *     day of the fiscal year 9(8) - the first of a month,
      *     22-26 raise percent 9(3)V99, 27-34 raise effective
      *     date 9(8). No card projects the calendar year after
      *     the run year with no raise; a zero raise date takes
      *     the first day of the fiscal year.
      *   H cards (up to 50): pos 1 'H', 2-5 department, 6-9
      *     heads to add, signed (-003 takes three off), 10-17
      *     date effective 9(8), 18-26 annual cost per head
      *     9(7)V99, zero for the department average.
      * An S card that does not validate stops the run RC=12;
      * no PAYMAST or no PAYPCTL calendar RC=8; a bad H card, an
      * employee not on EMPLOYEE-MASTER or a full department
      * table is listed and the run ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECTION-CONTROL ASSIGN TO "PROJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTION-CONTROL-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO "Cobol/data/DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMPLOYEE-NUMBER
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT PREMIUM-CONTROL ASSIGN TO
               "Cobol/data/PREMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-CONTROL-STATUS.

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

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "Cobol/data/PROJSCEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-FILE-STATUS.

           SELECT PROJECTION-REPORT ASSIGN TO "Cobol/data/PROJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECTION-CONTROL.
       01 PROJECTION-CONTROL-REC.
           05 PX-CARD-TYPE            PIC X.
               88 PX-IS-SCENARIO-CARD      VALUE 'S'.
               88 PX-IS-HEADCOUNT-CARD     VALUE 'H'.
           05 PX-SCENARIO-CARD.
               10 PX-SCENARIO-ID      PIC X(8).
               10 PX-FISCAL-YEAR      PIC 9(4).
               10 PX-FISCAL-START     PIC 9(8).
               10 PX-RAISE-PERCENT    PIC 9(3)V99.
               10 PX-RAISE-DATE       PIC 9(8).
           05 PX-HEADCOUNT-CARD REDEFINES PX-SCENARIO-CARD.
               10 PX-HC-DEPT          PIC X(4).
               10 PX-HC-CHANGE        PIC S9(3)
                                      SIGN LEADING SEPARATE.
               10 PX-HC-DATE          PIC 9(8).
               10 PX-HC-ANNUAL-COST   PIC 9(7)V99.
               10 FILLER              PIC X(8).

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  DEDUCTION-MASTER.
       01 DEDUCTION-MASTER-REC.
           COPY DED-MASTER-REC.

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PREMIUM-CONTROL.
       01 PREMIUM-CONTROL-REC.
           05 PREMIUM-CARD-FACTOR     PIC 9V99 OCCURS 4 TIMES.

       FD  BENEFIT-PLAN-MASTER.
       01 BENEFIT-PLAN-REC.
           COPY BEN-PLAN-REC.

       FD  ENROLLMENT-MASTER.
       01 ENROLLMENT-REC.
           COPY BEN-ENRL-REC.

       FD  RETIREMENT-PLAN-MASTER.
       01 RETIREMENT-PLAN-REC.
           COPY RET-PLAN-REC.

       FD  PARTICIPANT-MASTER.
       01 PARTICIPANT-REC.
           COPY RET-PART-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  SCENARIO-FILE.
       01 SCENARIO-REC.
           COPY PAY-PROJ-REC.

       FD  PROJECTION-REPORT.
       01 PROJECTION-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PROJECTION-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS  PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PREMIUM-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-BENEFIT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-ENROLLMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-RETIREMENT-PLAN-STATUS   PIC XX VALUE "00".
       01 WS-PARTICIPANT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-SCENARIO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-PROJECTION-REPORT-STATUS PIC XX VALUE "00".

       01 WS-PREMIUM-CONTROL.
           COPY PAY-PREMIUM-REC.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-FILES-ON-FILE.
           05 WS-EMPLOYEE-SWITCH      PIC X VALUE 'N'.
               88 EMPLOYEE-FILE-ON-FILE    VALUE 'Y'.
           05 WS-DEDMAST-SWITCH       PIC X VALUE 'N'.
               88 DEDMAST-ON-FILE          VALUE 'Y'.
           05 WS-BENPLAN-SWITCH       PIC X VALUE 'N'.
               88 BENPLAN-ON-FILE          VALUE 'Y'.
           05 WS-BENENRL-SWITCH       PIC X VALUE 'N'.
               88 BENENRL-ON-FILE          VALUE 'Y'.
           05 WS-RETPLAN-SWITCH       PIC X VALUE 'N'.
               88 RETPLAN-ON-FILE          VALUE 'Y'.
           05 WS-RETPART-SWITCH       PIC X VALUE 'N'.
               88 RETPART-ON-FILE          VALUE 'Y'.
           05 WS-EMPDEPT-SWITCH       PIC X VALUE 'N'.
               88 EMPDEPT-ON-FILE          VALUE 'Y'.
           05 WS-DEPTMAST-SWITCH      PIC X VALUE 'N'.
               88 DEPTMAST-ON-FILE         VALUE 'Y'.
       01 WS-CARD-SWITCH              PIC X VALUE 'Y'.
           88 CARD-IS-GOOD                 VALUE 'Y'.
           88 CARD-IS-BAD                  VALUE 'N'.
       01 WS-DATE-RESULT              PIC X VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 99.
           05 WS-RUN-DAY              PIC 99.
       01 WS-RUN-CLOCK                PIC 9(8) VALUE 0.
       01 WS-RUN-CLOCK-X REDEFINES WS-RUN-CLOCK.
           05 WS-RUN-TIME             PIC 9(6).
           05 FILLER                  PIC 99.

      * The scenario as the S card (or the defaults) set it.
       01 WS-SCENARIO-ID              PIC X(8) VALUE "BASE".
       01 WS-FISCAL-YEAR              PIC 9(4) VALUE 0.
       01 WS-FISCAL-START             PIC 9(8) VALUE 0.
       01 WS-FISCAL-START-X REDEFINES WS-FISCAL-START.
           05 WS-FISCAL-START-YEAR    PIC 9(4).
           05 WS-FISCAL-START-MONTH   PIC 99.
           05 WS-FISCAL-START-DAY     PIC 99.
       01 WS-FISCAL-END               PIC 9(8) VALUE 0.
       01 WS-NEXT-FISCAL-START        PIC 9(8) VALUE 0.
       01 WS-RAISE-PERCENT            PIC 9(3)V99 VALUE 0.
       01 WS-RAISE-DATE               PIC 9(8) VALUE 0.

      * The PAYPCTL calendar for the year: PAYCALC's period
      * length, each period ending inside the fiscal year.
       01 WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 26.
       01 WS-PERIOD-DAYS              PIC 9(3) VALUE 14.
       01 WS-STANDARD-HOURS           PIC 9(3)V99 VALUE 0.
       01 WS-STEP-DAY                 PIC 9(7) VALUE 0.
       01 WS-FISCAL-START-DAY-NUMBER  PIC 9(7) VALUE 0.
       01 WS-FISCAL-END-DAY-NUMBER    PIC 9(7) VALUE 0.
       01 WS-PERIOD-COUNT             PIC 9(2) VALUE 0.
       01 WS-PERIOD-SUBSCRIPT         PIC 9(2) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 53 TIMES.
               10 WS-PERIOD-START     PIC 9(8).
               10 WS-PERIOD-END       PIC 9(8).
       01 WS-PERIOD-END-WORK          PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-WORK-X REDEFINES WS-PERIOD-END-WORK.
           05 WS-PERIOD-END-YEAR      PIC 9(4).
           05 WS-PERIOD-END-MONTH     PIC 99.
           05 WS-PERIOD-END-DAY       PIC 99.

      * Department by period. Staff are the employees projected
      * there; heads add the PROJCTL changes to them.
       01 WS-DEPT-COUNT               PIC 9(2) VALUE 0.
       01 WS-DEPT-MAX                 PIC 9(2) VALUE 50.
       01 WS-DEPT-SUBSCRIPT           PIC 9(2) VALUE 0.
       01 WS-AVERAGE-SUBSCRIPT        PIC 9(2) VALUE 0.
       01 WS-EMPLOYEE-DEPT            PIC 9(2) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-CODE        PIC X(4).
               10 WS-DEPT-PERIOD OCCURS 53 TIMES.
                   15 WS-DP-STAFF     PIC 9(4).
                   15 WS-DP-HEADS     PIC S9(4).
                   15 WS-DP-PAY       PIC S9(9)V99.
                   15 WS-DP-EMPLOYER  PIC S9(9)V99.
                   15 WS-DP-LEAVE     PIC S9(9)V99.
                   15 WS-DP-HC-COST   PIC S9(9)V99.
       01 WS-LOOKUP-DEPT              PIC X(4) VALUE SPACES.
       01 WS-DEPT-NAME                PIC X(20) VALUE SPACES.

       01 WS-CHANGE-COUNT             PIC 9(2) VALUE 0.
       01 WS-CHANGE-SUBSCRIPT         PIC 9(2) VALUE 0.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 50 TIMES.
               10 WS-CHANGE-DEPT      PIC X(4).
               10 WS-CHANGE-HEADS     PIC S9(3).
               10 WS-CHANGE-DATE      PIC 9(8).
               10 WS-CHANGE-COST      PIC 9(7)V99.
       01 WS-CHANGE-HEADS-NOW         PIC S9(4) VALUE 0.
       01 WS-COST-PER-HEAD            PIC S9(9)V99 VALUE 0.
       01 WS-STAFF-COST               PIC S9(11)V99 VALUE 0.
       01 WS-STAFF-HEADS              PIC 9(5) VALUE 0.
       01 WS-CHANGE-COST-NOW          PIC S9(9)V99 VALUE 0.

      * The employee being projected.
       01 WS-HIRE-DATE                PIC 9(8) VALUE 0.
       01 WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR            PIC 9(4).
           05 WS-HIRE-MONTH           PIC 99.
           05 WS-HIRE-DAY             PIC 99.
       01 WS-EMPLOYEE-NAME            PIC X(31) VALUE SPACES.
       01 WS-CLASS-SUBSCRIPT          PIC 9 VALUE 0.
       01 WS-CLASS-HOURS-TABLE.
           05 WS-CLASS-HOURS          PIC S9(3)V99 OCCURS 4 TIMES.
       01 WS-RAISE-FACTOR             PIC 9(3)V9(4) VALUE 1.
       01 WS-PROJECTED-RATE           PIC 9(5)V99 VALUE 0.
       01 WS-PERIOD-PAY               PIC S9(7)V99 VALUE 0.
       01 WS-CLASS-PAY                PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-EMPLOYER          PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-LEAVE             PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-TOTAL             PIC S9(7)V99 VALUE 0.
       01 WS-EMPLOYEE-YEAR-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-EMPLOYEE-PERIODS         PIC 9(2) VALUE 0.

      * Benefit plans behind the employee's DEDMAST entries, with
      * what the employer pays for the tier held and for any
      * tier elected to start later.
       01 WS-BENEFIT-SUBSCRIPT        PIC 9 VALUE 0.
       01 WS-TIER-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-BENEFIT-TABLE.
           05 WS-BENEFIT-ENTRY OCCURS 3 TIMES.
               10 WS-BEN-IN-USE       PIC X.
                   88 BENEFIT-IS-HELD      VALUE 'Y'.
               10 WS-BEN-EFFECTIVE    PIC 9(8).
               10 WS-BEN-END          PIC 9(8).
               10 WS-BEN-COST         PIC 9(4)V99.
               10 WS-BEN-PENDING-DATE PIC 9(8).
               10 WS-BEN-PENDING-COST PIC 9(4)V99.
       01 WS-LOOKUP-TIER              PIC X(2) VALUE SPACES.
       01 WS-TIER-COST                PIC 9(4)V99 VALUE 0.

      * The retirement match, when the employee is deferring.
       01 WS-DEFERRING-SWITCH         PIC X VALUE 'N'.
           88 EMPLOYEE-IS-DEFERRING        VALUE 'Y'.
           88 EMPLOYEE-NOT-DEFERRING       VALUE 'N'.
       01 WS-LIMIT-YEAR               PIC 9(4) VALUE 0.
       01 WS-YTD-DEFERRAL             PIC 9(7)V99 VALUE 0.
       01 WS-LIMIT-LEFT               PIC S9(7)V99 VALUE 0.
       01 WS-PLAN-DEFERRAL            PIC 9(7)V99 VALUE 0.
       01 WS-MATCHABLE-PAY            PIC 9(7)V99 VALUE 0.
       01 WS-PLAN-MATCH               PIC 9(7)V99 VALUE 0.

      * Leave bands at the period end, the LEAVACCR schedule.
       01 WS-SERVICE-YEARS            PIC S9(3) VALUE 0.
       01 WS-VACATION-HOURS           PIC 9(2)V99 VALUE 0.
       01 WS-SICK-HOURS               PIC 9(2)V99 VALUE 0.
       01 WS-LEAVE-BAND               PIC 9(2) VALUE 0.
       01 WS-PRIOR-LEAVE-BAND         PIC 9(2) VALUE 0.
       01 WS-BAND-NOTE                PIC X(9) VALUE SPACES.

       01 WS-EMPLOYEES-PROJECTED      PIC 9(5) VALUE 0.
       01 WS-FINAL-PAYS-PASSED        PIC 9(5) VALUE 0.
       01 WS-LEAVERS-PASSED           PIC 9(5) VALUE 0.
       01 WS-NOT-ON-MASTER            PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(5) VALUE 0.
       01 WS-BAD-CHANGE-CARDS         PIC 9(3) VALUE 0.
       01 WS-BAND-CHANGES             PIC 9(5) VALUE 0.

       01 WS-TOTAL-PAY                PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-EMPLOYER           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-LEAVE              PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-HC-COST            PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-COST               PIC S9(11)V99 VALUE 0.
       01 WS-SUM-HEADS                PIC S9(5) VALUE 0.
       01 WS-SUM-PAY                  PIC S9(11)V99 VALUE 0.
       01 WS-SUM-EMPLOYER             PIC S9(11)V99 VALUE 0.
       01 WS-SUM-LEAVE                PIC S9(11)V99 VALUE 0.
       01 WS-SUM-HC-COST              PIC S9(11)V99 VALUE 0.
       01 WS-SUM-TOTAL                PIC S9(11)V99 VALUE 0.
       01 WS-FIRST-HEADS              PIC S9(5) VALUE 0.

       01 WS-EDITED-PERIOD-PAY        PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-PERIOD-EMPLOYER   PIC ZZ,ZZ9.99.
       01 WS-EDITED-PERIOD-LEAVE      PIC ZZ,ZZ9.99.
       01 WS-EDITED-PERIOD-TOTAL      PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-YEAR-TOTAL        PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-PAY               PIC ZZZZZZZZ9-.
       01 WS-EDITED-EMPLOYER          PIC ZZZZZZZZ9-.
       01 WS-EDITED-LEAVE             PIC ZZZZZZZZ9-.
       01 WS-EDITED-HC-COST           PIC ZZZZZZZZ9-.
       01 WS-EDITED-TOTAL             PIC ZZZZZZZZ9-.
       01 WS-EDITED-GRAND-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-RAISE             PIC ZZ9.99.
       01 WS-EDITED-HC-CHANGE         PIC ZZ9-.
       01 WS-EDITED-ANNUAL-COST       PIC Z,ZZZ,ZZ9.99.
       01 WS-HC-DISPLAY               PIC ZZZ9-.
       01 WS-HC-END-DISPLAY           PIC ZZZ9-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-PERIOD-DISPLAY           PIC 99.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYPROJ"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CLOCK FROM TIME.

           PERFORM Read-Projection-Control.
           IF CARD-IS-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Build-Period-Calendar.
           IF WS-PERIOD-COUNT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               DISPLAY "PAY MASTER NOT AVAILABLE:"
                       WS-PAY-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Premium-Control.
           PERFORM Open-Reference-Files.

           OPEN OUTPUT PROJECTION-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "NEXT-YEAR PAYROLL COST PROJECTION"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "PROJRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           PERFORM Report-Assumptions.

           PERFORM UNTIL WS-PAY-MASTER-STATUS NOT = "00"
               READ PAY-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Project-One-Employee
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-CHANGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CHANGE-SUBSCRIPT > WS-CHANGE-COUNT
               PERFORM Apply-Headcount-Change
           END-PERFORM.

           MOVE "DEPARTMENT TOTALS FOR THE YEAR" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               PERFORM Report-One-Department
           END-PERFORM.

           MOVE "COMPANY TOTALS BY PERIOD" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               PERFORM Report-Company-Period
           END-PERFORM.

           PERFORM Write-Scenario.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE PROJECTION-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE PROJECTION-REPORT.
           PERFORM Close-Reference-Files.
           CLOSE PAY-MASTER.

           IF WS-NOT-ON-MASTER > 0 OR WS-TABLE-FULL-COUNT > 0
               OR WS-BAD-CHANGE-CARDS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * No card at all projects the calendar year after the run
      * year at today's rates. An S card must validate whole -
      * a budget built on a mistyped date is worse than none.
       Read-Projection-Control.
           SET CARD-IS-GOOD TO TRUE.
           COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR + 1.
           COMPUTE WS-FISCAL-START = WS-FISCAL-YEAR * 10000 + 0101.
           MOVE 0 TO WS-RAISE-PERCENT.
           MOVE 0 TO WS-RAISE-DATE.
           OPEN INPUT PROJECTION-CONTROL.
           IF WS-PROJECTION-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-PROJECTION-CONTROL-STATUS NOT = "00"
                   READ PROJECTION-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PX-IS-SCENARIO-CARD
                                   PERFORM Take-Scenario-Card
                               WHEN PX-IS-HEADCOUNT-CARD
                                   PERFORM Take-Headcount-Card
                               WHEN OTHER
                                   PERFORM Note-Bad-Change-Card
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PROJECTION-CONTROL
           ELSE
               DISPLAY "NO PROJCTL CARDS - NEXT CALENDAR YEAR,"
                       " NO RAISE"
           END-IF.
           IF WS-RAISE-DATE = 0
               MOVE WS-FISCAL-START TO WS-RAISE-DATE
           END-IF.
           IF CARD-IS-BAD
               DISPLAY "NO VALID PROJCTL SCENARIO CARD - NO PROJECTION"
           ELSE
               MOVE WS-FISCAL-START TO WS-NEXT-FISCAL-START
               ADD 10000 TO WS-NEXT-FISCAL-START
               COMPUTE WS-FISCAL-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-FISCAL-START)
                    - 1)
           END-IF.

       Take-Scenario-Card.
           SET CARD-IS-BAD TO TRUE.
           IF PX-FISCAL-YEAR NOT NUMERIC
               OR PX-FISCAL-START NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATE-RESULT.
           MOVE PX-FISCAL-START TO WS-FISCAL-START.
           CALL "DATECHK" USING WS-FISCAL-START WS-DATE-RESULT.
           IF WS-DATE-RESULT = 'N' OR WS-FISCAL-START-DAY NOT = 1
               EXIT PARAGRAPH
           END-IF.
           IF PX-RAISE-PERCENT NOT NUMERIC
               MOVE 0 TO PX-RAISE-PERCENT
           END-IF.
           IF PX-RAISE-DATE NOT NUMERIC
               MOVE 0 TO PX-RAISE-DATE
           END-IF.
           IF PX-RAISE-DATE NOT = 0
               MOVE 'N' TO WS-DATE-RESULT
               MOVE PX-RAISE-DATE TO WS-RAISE-DATE
               CALL "DATECHK" USING WS-RAISE-DATE WS-DATE-RESULT
               IF WS-DATE-RESULT = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET CARD-IS-GOOD TO TRUE.
           IF PX-SCENARIO-ID NOT = SPACES
               MOVE PX-SCENARIO-ID TO WS-SCENARIO-ID
           END-IF.
           MOVE PX-FISCAL-YEAR   TO WS-FISCAL-YEAR.
           MOVE PX-RAISE-PERCENT TO WS-RAISE-PERCENT.
           MOVE PX-RAISE-DATE    TO WS-RAISE-DATE.

       Take-Headcount-Card.
           MOVE 'N' TO WS-DATE-RESULT.
           IF PX-HC-CHANGE NUMERIC AND PX-HC-DATE NUMERIC
               AND PX-HC-DEPT NOT = SPACES
               CALL "DATECHK" USING PX-HC-DATE WS-DATE-RESULT
           END-IF.
           IF WS-DATE-RESULT = 'N' OR PX-HC-CHANGE = 0
               OR WS-CHANGE-COUNT NOT < 50
               PERFORM Note-Bad-Change-Card
               EXIT PARAGRAPH
           END-IF.
           IF PX-HC-ANNUAL-COST NOT NUMERIC
               MOVE 0 TO PX-HC-ANNUAL-COST
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE PX-HC-DEPT   TO WS-CHANGE-DEPT(WS-CHANGE-COUNT).
           MOVE PX-HC-CHANGE TO WS-CHANGE-HEADS(WS-CHANGE-COUNT).
           MOVE PX-HC-DATE   TO WS-CHANGE-DATE(WS-CHANGE-COUNT).
           MOVE PX-HC-ANNUAL-COST
               TO WS-CHANGE-COST(WS-CHANGE-COUNT).

       Note-Bad-Change-Card.
           ADD 1 TO WS-BAD-CHANGE-CARDS.
           DISPLAY "PROJCTL CARD NOT TAKEN:" PROJECTION-CONTROL-REC.

      * From the current PAYPCTL period end, a period at a time,
      * to the first period ending in the fiscal year, then every
      * period that ends inside it.
       Build-Period-Calendar.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS = "00"
               READ PAY-PERIOD-CONTROL
                   AT END
                       MOVE 0 TO PC-PERIOD-END
               END-READ
               CLOSE PAY-PERIOD-CONTROL
           ELSE
               MOVE 0 TO PC-PERIOD-END
           END-IF.
           IF PC-PERIOD-END NOT NUMERIC OR PC-PERIOD-END < 16010101
               DISPLAY "NO PAYPCTL PERIOD CALENDAR - NO PROJECTION"
               EXIT PARAGRAPH
           END-IF.
           IF PC-PERIODS-PER-YEAR NUMERIC
               AND PC-PERIODS-PER-YEAR NOT = 0
               MOVE PC-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
           ELSE
               MOVE 26 TO WS-PERIODS-PER-YEAR
           END-IF.
           COMPUTE WS-PERIOD-DAYS = 364 / WS-PERIODS-PER-YEAR.
           COMPUTE WS-STANDARD-HOURS ROUNDED =
               2080 / WS-PERIODS-PER-YEAR.
           COMPUTE WS-FISCAL-START-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FISCAL-START).
           COMPUTE WS-FISCAL-END-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FISCAL-END).
           COMPUTE WS-STEP-DAY =
               FUNCTION INTEGER-OF-DATE(PC-PERIOD-END).
           PERFORM UNTIL WS-STEP-DAY NOT < WS-FISCAL-START-DAY-NUMBER
               ADD WS-PERIOD-DAYS TO WS-STEP-DAY
           END-PERFORM.
           PERFORM UNTIL WS-STEP-DAY > WS-FISCAL-END-DAY-NUMBER
                   OR WS-PERIOD-COUNT NOT < 53
               ADD 1 TO WS-PERIOD-COUNT
               COMPUTE WS-PERIOD-END(WS-PERIOD-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-STEP-DAY)
               COMPUTE WS-PERIOD-START(WS-PERIOD-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-STEP-DAY
                       - WS-PERIOD-DAYS + 1)
               ADD WS-PERIOD-DAYS TO WS-STEP-DAY
           END-PERFORM.
           IF WS-PERIOD-COUNT = 0
               DISPLAY "NO PAY PERIODS END IN FISCAL YEAR "
                       WS-FISCAL-YEAR
           END-IF.

       Read-Premium-Control.
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

       Check-Premium-Card.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               IF PREMIUM-CARD-FACTOR(WS-CLASS-SUBSCRIPT) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF PREMIUM-CARD-FACTOR(WS-CLASS-SUBSCRIPT) = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE PREMIUM-CONTROL-REC TO PP-FACTORS.

       Open-Reference-Files.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-FILE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEDUCTION-MASTER.
           IF WS-DEDUCTION-MASTER-STATUS = "00"
               SET DEDMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT BENEFIT-PLAN-MASTER.
           IF WS-BENEFIT-PLAN-STATUS = "00"
               SET BENPLAN-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-MASTER.
           IF WS-ENROLLMENT-MASTER-STATUS = "00"
               SET BENENRL-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT RETIREMENT-PLAN-MASTER.
           IF WS-RETIREMENT-PLAN-STATUS = "00"
               SET RETPLAN-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT PARTICIPANT-MASTER.
           IF WS-PARTICIPANT-MASTER-STATUS = "00"
               SET RETPART-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           END-IF.

       Close-Reference-Files.
           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           IF RETPART-ON-FILE
               CLOSE PARTICIPANT-MASTER
           END-IF.
           IF RETPLAN-ON-FILE
               CLOSE RETIREMENT-PLAN-MASTER
           END-IF.
           IF BENENRL-ON-FILE
               CLOSE ENROLLMENT-MASTER
           END-IF.
           IF BENPLAN-ON-FILE
               CLOSE BENEFIT-PLAN-MASTER
           END-IF.
           IF DEDMAST-ON-FILE
               CLOSE DEDUCTION-MASTER
           END-IF.
           IF EMPLOYEE-FILE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Report-Assumptions.
           MOVE WS-RAISE-PERCENT TO WS-EDITED-RAISE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SCENARIO " WS-SCENARIO-ID
                   "  FISCAL YEAR " WS-FISCAL-YEAR
                   "  " WS-FISCAL-START " THRU " WS-FISCAL-END
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-PERIOD-COUNT TO WS-PERIOD-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RAISE " WS-EDITED-RAISE " PCT FROM "
                   WS-RAISE-DATE
                   "  PAY PERIODS PROJECTED: " WS-PERIOD-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-CHANGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CHANGE-SUBSCRIPT > WS-CHANGE-COUNT
               MOVE WS-CHANGE-HEADS(WS-CHANGE-SUBSCRIPT)
                   TO WS-EDITED-HC-CHANGE
               MOVE WS-CHANGE-COST(WS-CHANGE-SUBSCRIPT)
                   TO WS-EDITED-ANNUAL-COST
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-CHANGE-COST(WS-CHANGE-SUBSCRIPT) = 0
                   STRING "HEADCOUNT DEPT "
                           WS-CHANGE-DEPT(WS-CHANGE-SUBSCRIPT)
                           " " WS-EDITED-HC-CHANGE
                           " FROM " WS-CHANGE-DATE(WS-CHANGE-SUBSCRIPT)
                           " AT DEPARTMENT AVERAGE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   STRING "HEADCOUNT DEPT "
                           WS-CHANGE-DEPT(WS-CHANGE-SUBSCRIPT)
                           " " WS-EDITED-HC-CHANGE
                           " FROM " WS-CHANGE-DATE(WS-CHANGE-SUBSCRIPT)
                           " AT " WS-EDITED-ANNUAL-COST " A YEAR"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
               PERFORM Write-Report-Line
           END-PERFORM.

      * A leaver whose final pay has issued costs nothing more;
      * one whose termination date falls before the year is gone
      * before it starts.
       Project-One-Employee.
           IF PM-FINAL-PAY-DATE NUMERIC AND PM-FINAL-PAY-DATE > 0
               ADD 1 TO WS-FINAL-PAYS-PASSED
               EXIT PARAGRAPH
           END-IF.
           IF PM-TERM-DATE NOT NUMERIC
               MOVE 0 TO PM-TERM-DATE
           END-IF.
           IF PM-TERM-DATE > 0 AND PM-TERM-DATE < WS-FISCAL-START
               ADD 1 TO WS-LEAVERS-PASSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM Fetch-Employee.
           IF WS-EMPLOYEE-NAME = SPACES
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE SPACES TO WS-DETAIL-LINE
               STRING PM-EMPLOYEE-NUMBER
                       " NOT ON EMPLOYEE MASTER - NOT PROJECTED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Employee-Dept.
           IF WS-EMPLOYEE-DEPT = 0
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM Load-Benefit-Costs.
           PERFORM Load-Retirement-Election.
           PERFORM Set-Typical-Hours.

           ADD 1 TO WS-EMPLOYEES-PROJECTED.
           MOVE 0 TO WS-EMPLOYEE-YEAR-TOTAL.
           MOVE 0 TO WS-EMPLOYEE-PERIODS.
           MOVE 0 TO WS-PRIOR-LEAVE-BAND.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF PM-PAY-IS-SALARIED
               STRING "EMP " PM-EMPLOYEE-NUMBER " " WS-EMPLOYEE-NAME
                       " DEPT " WS-DEPT-CODE(WS-EMPLOYEE-DEPT)
                       " SALARIED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "EMP " PM-EMPLOYEE-NUMBER " " WS-EMPLOYEE-NAME
                       " DEPT " WS-DEPT-CODE(WS-EMPLOYEE-DEPT)
                       " HOURLY"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               PERFORM Project-One-Period
           END-PERFORM.
           MOVE WS-EMPLOYEE-YEAR-TOTAL TO WS-EDITED-YEAR-TOTAL.
           MOVE WS-EMPLOYEE-PERIODS TO WS-PERIOD-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  YEAR: " WS-PERIOD-DISPLAY " PERIODS  COST:"
                   WS-EDITED-YEAR-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Fetch-Employee.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE 0 TO WS-HIRE-DATE.
           IF NOT EMPLOYEE-FILE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
                   IF EM-HIRE-DATE NUMERIC
                       MOVE EM-HIRE-DATE TO WS-HIRE-DATE
                   END-IF
           END-READ.

      * Today's assignment - EMPDEPT keeps no history of moves -
      * and none is the UNASSIGNED band, as BUDGRPT shows it.
       Find-Employee-Dept.
           MOVE "ZZZZ" TO WS-LOOKUP-DEPT.
           IF EMPDEPT-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ED-DEPT-CODE NOT = SPACES
                           MOVE ED-DEPT-CODE TO WS-LOOKUP-DEPT
                       END-IF
               END-READ
           END-IF.
           PERFORM Find-Dept-Entry.
           MOVE WS-DEPT-SUBSCRIPT TO WS-EMPLOYEE-DEPT.

       Find-Dept-Entry.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
                   OR WS-DEPT-CODE(WS-DEPT-SUBSCRIPT) = WS-LOOKUP-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
                   MOVE WS-LOOKUP-DEPT
                       TO WS-DEPT-CODE(WS-DEPT-SUBSCRIPT)
                   PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-PERIOD-SUBSCRIPT > 53
                       MOVE 0 TO WS-DP-STAFF(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                       MOVE 0 TO WS-DP-HEADS(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                       MOVE 0 TO WS-DP-PAY(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                       MOVE 0 TO WS-DP-EMPLOYER(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                       MOVE 0 TO WS-DP-LEAVE(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                       MOVE 0 TO WS-DP-HC-COST(WS-DEPT-SUBSCRIPT,
                           WS-PERIOD-SUBSCRIPT)
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-DEPT-SUBSCRIPT
               END-IF
           END-IF.

      * Only a DEDMAST entry whose code is a BENPLAN plan, with
      * an enrollment behind it, carries an employer share.
       Load-Benefit-Costs.
           PERFORM VARYING WS-BENEFIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BENEFIT-SUBSCRIPT > 3
               MOVE 'N' TO WS-BEN-IN-USE(WS-BENEFIT-SUBSCRIPT)
           END-PERFORM.
           IF NOT DEDMAST-ON-FILE OR NOT BENPLAN-ON-FILE
               OR NOT BENENRL-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO DM-EMPLOYEE-NUMBER.
           READ DEDUCTION-MASTER
               KEY IS DM-EMPLOYEE-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-BENEFIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BENEFIT-SUBSCRIPT > 3
               IF NOT DM-DED-IS-UNUSED(WS-BENEFIT-SUBSCRIPT)
                   AND DM-DED-CODE(WS-BENEFIT-SUBSCRIPT) NOT = SPACES
                   PERFORM Load-One-Benefit
               END-IF
           END-PERFORM.

       Load-One-Benefit.
           MOVE DM-DED-CODE(WS-BENEFIT-SUBSCRIPT) TO BP-PLAN-CODE.
           READ BENEFIT-PLAN-MASTER
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE PM-EMPLOYEE-NUMBER TO EN-EMPLOYEE-NUMBER.
           MOVE BP-PLAN-CODE TO EN-PLAN-CODE.
           READ ENROLLMENT-MASTER
               KEY IS EN-ENROLLMENT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-BEN-IN-USE(WS-BENEFIT-SUBSCRIPT).
           MOVE EN-EFFECTIVE-DATE
               TO WS-BEN-EFFECTIVE(WS-BENEFIT-SUBSCRIPT).
           MOVE EN-END-DATE TO WS-BEN-END(WS-BENEFIT-SUBSCRIPT).
           MOVE EN-TIER-CODE TO WS-LOOKUP-TIER.
           PERFORM Find-Tier-Cost.
           MOVE WS-TIER-COST TO WS-BEN-COST(WS-BENEFIT-SUBSCRIPT).
           MOVE 0 TO WS-BEN-PENDING-DATE(WS-BENEFIT-SUBSCRIPT).
           MOVE 0 TO WS-BEN-PENDING-COST(WS-BENEFIT-SUBSCRIPT).
           IF NOT EN-NO-ELECTION-PENDING
               MOVE EN-PENDING-DATE
                   TO WS-BEN-PENDING-DATE(WS-BENEFIT-SUBSCRIPT)
               MOVE EN-PENDING-TIER TO WS-LOOKUP-TIER
               PERFORM Find-Tier-Cost
               MOVE WS-TIER-COST
                   TO WS-BEN-PENDING-COST(WS-BENEFIT-SUBSCRIPT)
           END-IF.

       Find-Tier-Cost.
           MOVE 0 TO WS-TIER-COST.
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TIER-SUBSCRIPT > 4
               IF BP-TIER-CODE(WS-TIER-SUBSCRIPT) = WS-LOOKUP-TIER
                   AND NOT BP-TIER-IS-UNUSED(WS-TIER-SUBSCRIPT)
                   MOVE BP-EMPLOYER-COST(WS-TIER-SUBSCRIPT)
                       TO WS-TIER-COST
               END-IF
           END-PERFORM.

      * The participant's year so far carries into the projection
      * while the year is the same; the limit starts over each
      * calendar year, as PAYCALC starts it over.
       Load-Retirement-Election.
           SET EMPLOYEE-NOT-DEFERRING TO TRUE.
           IF NOT RETPART-ON-FILE OR NOT RETPLAN-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-EMPLOYEE-NUMBER TO RA-EMPLOYEE-NUMBER.
           READ PARTICIPANT-MASTER
               KEY IS RA-EMPLOYEE-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RA-IS-DEFERRING
               EXIT PARAGRAPH
           END-IF.
           MOVE RA-PLAN-CODE TO RN-PLAN-CODE.
           READ RETIREMENT-PLAN-MASTER
               KEY IS RN-PLAN-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET EMPLOYEE-IS-DEFERRING TO TRUE.
           MOVE RA-LIMIT-YEAR TO WS-LIMIT-YEAR.
           MOVE RA-YTD-DEFERRAL TO WS-YTD-DEFERRAL.

      * The PAYMAST hours are the typical period; a master with
      * none - PAYCLOSE has cleared them - works the standard
      * 2080 hours a year as straight time.
       Set-Typical-Hours.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               MOVE 0 TO WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
           END-PERFORM.
           IF PM-PAY-IS-SALARIED
               IF PM-ANNUAL-SALARY NOT NUMERIC
                   MOVE 0 TO PM-ANNUAL-SALARY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PM-HOURS NOT NUMERIC OR PM-HOURS NOT > 0
               MOVE WS-STANDARD-HOURS TO WS-CLASS-HOURS(1)
               EXIT PARAGRAPH
           END-IF.
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

      * A period before the hire date or wholly after the
      * termination date costs nothing. The raise applies to
      * every period ending on or after its date.
       Project-One-Period.
           IF WS-HIRE-DATE > WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           IF PM-TERM-DATE > 0
               AND PM-TERM-DATE < WS-PERIOD-START(WS-PERIOD-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-RAISE-FACTOR.
           IF WS-RAISE-DATE NOT > WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
               COMPUTE WS-RAISE-FACTOR =
                   (100 + WS-RAISE-PERCENT) / 100
           END-IF.
           COMPUTE WS-PROJECTED-RATE ROUNDED =
               PM-PAY-RATE * WS-RAISE-FACTOR.
           PERFORM Price-Period-Pay.
           PERFORM Price-Employer-Share.
           PERFORM Price-Leave-Accrual.
           COMPUTE WS-PERIOD-TOTAL = WS-PERIOD-PAY
               + WS-PERIOD-EMPLOYER + WS-PERIOD-LEAVE.
           ADD WS-PERIOD-TOTAL TO WS-EMPLOYEE-YEAR-TOTAL.
           ADD 1 TO WS-EMPLOYEE-PERIODS.

           ADD 1 TO WS-DP-STAFF(WS-EMPLOYEE-DEPT, WS-PERIOD-SUBSCRIPT).
           ADD 1 TO WS-DP-HEADS(WS-EMPLOYEE-DEPT, WS-PERIOD-SUBSCRIPT).
           ADD WS-PERIOD-PAY
               TO WS-DP-PAY(WS-EMPLOYEE-DEPT, WS-PERIOD-SUBSCRIPT).
           ADD WS-PERIOD-EMPLOYER
               TO WS-DP-EMPLOYER(WS-EMPLOYEE-DEPT, WS-PERIOD-SUBSCRIPT).
           ADD WS-PERIOD-LEAVE
               TO WS-DP-LEAVE(WS-EMPLOYEE-DEPT, WS-PERIOD-SUBSCRIPT).

           MOVE WS-PERIOD-SUBSCRIPT TO WS-PERIOD-DISPLAY.
           MOVE WS-PERIOD-PAY TO WS-EDITED-PERIOD-PAY.
           MOVE WS-PERIOD-EMPLOYER TO WS-EDITED-PERIOD-EMPLOYER.
           MOVE WS-PERIOD-LEAVE TO WS-EDITED-PERIOD-LEAVE.
           MOVE WS-PERIOD-TOTAL TO WS-EDITED-PERIOD-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-PERIOD-DISPLAY
                   " " WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
                   " PAY:" WS-EDITED-PERIOD-PAY
                   " ER:" WS-EDITED-PERIOD-EMPLOYER
                   " LV:" WS-EDITED-PERIOD-LEAVE
                   " TOT:" WS-EDITED-PERIOD-TOTAL
                   WS-BAND-NOTE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * PAYCALC's pricing: the salary over the periods, or each
      * class of hours at the rate times its multiplier.
       Price-Period-Pay.
           MOVE 0 TO WS-PERIOD-PAY.
           IF PM-PAY-IS-SALARIED
               COMPUTE WS-PERIOD-PAY ROUNDED =
                   PM-ANNUAL-SALARY * WS-RAISE-FACTOR
                   / WS-PERIODS-PER-YEAR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CLASS-SUBSCRIPT > 4
               COMPUTE WS-CLASS-PAY ROUNDED =
                   WS-PROJECTED-RATE
                   * WS-CLASS-HOURS(WS-CLASS-SUBSCRIPT)
                   * PP-CLASS-FACTOR(WS-CLASS-SUBSCRIPT)
               ADD WS-CLASS-PAY TO WS-PERIOD-PAY
           END-PERFORM.

      * Each benefit costs the employer its tier's share while
      * the coverage runs at the period end, the pending tier's
      * from its date; the match follows PAYCALC's formula.
       Price-Employer-Share.
           MOVE 0 TO WS-PERIOD-EMPLOYER.
           PERFORM VARYING WS-BENEFIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BENEFIT-SUBSCRIPT > 3
               IF BENEFIT-IS-HELD(WS-BENEFIT-SUBSCRIPT)
                   AND WS-BEN-EFFECTIVE(WS-BENEFIT-SUBSCRIPT)
                       NOT > WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
                   AND (WS-BEN-END(WS-BENEFIT-SUBSCRIPT) = 0
                       OR WS-BEN-END(WS-BENEFIT-SUBSCRIPT)
                       NOT < WS-PERIOD-END(WS-PERIOD-SUBSCRIPT))
                   IF WS-BEN-PENDING-DATE(WS-BENEFIT-SUBSCRIPT) > 0
                       AND WS-BEN-PENDING-DATE(WS-BENEFIT-SUBSCRIPT)
                       NOT > WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
                       ADD WS-BEN-PENDING-COST(WS-BENEFIT-SUBSCRIPT)
                           TO WS-PERIOD-EMPLOYER
                   ELSE
                       ADD WS-BEN-COST(WS-BENEFIT-SUBSCRIPT)
                           TO WS-PERIOD-EMPLOYER
                   END-IF
               END-IF
           END-PERFORM.
           IF EMPLOYEE-IS-DEFERRING AND WS-PERIOD-PAY > 0
               PERFORM Price-Plan-Match
               ADD WS-PLAN-MATCH TO WS-PERIOD-EMPLOYER
           END-IF.

       Price-Plan-Match.
           MOVE 0 TO WS-PLAN-MATCH.
           MOVE WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
               TO WS-PERIOD-END-WORK.
           IF WS-LIMIT-YEAR NOT = WS-PERIOD-END-YEAR
               MOVE WS-PERIOD-END-YEAR TO WS-LIMIT-YEAR
               MOVE 0 TO WS-YTD-DEFERRAL
           END-IF.
           IF RA-ELECTS-PERCENT
               COMPUTE WS-PLAN-DEFERRAL ROUNDED =
                   WS-PERIOD-PAY * RA-ELECTION-VALUE / 100
           ELSE
               MOVE RA-ELECTION-VALUE TO WS-PLAN-DEFERRAL
           END-IF.
           IF WS-PLAN-DEFERRAL > WS-PERIOD-PAY
               MOVE WS-PERIOD-PAY TO WS-PLAN-DEFERRAL
           END-IF.
           COMPUTE WS-LIMIT-LEFT = RN-ANNUAL-LIMIT - WS-YTD-DEFERRAL.
           IF WS-LIMIT-LEFT < 0
               MOVE 0 TO WS-LIMIT-LEFT
           END-IF.
           IF WS-PLAN-DEFERRAL > WS-LIMIT-LEFT
               MOVE WS-LIMIT-LEFT TO WS-PLAN-DEFERRAL
           END-IF.
           ADD WS-PLAN-DEFERRAL TO WS-YTD-DEFERRAL.
           COMPUTE WS-MATCHABLE-PAY ROUNDED =
               WS-PERIOD-PAY * RN-MATCH-CAP-PERCENT / 100.
           IF WS-MATCHABLE-PAY > WS-PLAN-DEFERRAL
               MOVE WS-PLAN-DEFERRAL TO WS-MATCHABLE-PAY
           END-IF.
           COMPUTE WS-PLAN-MATCH ROUNDED =
               WS-MATCHABLE-PAY * RN-MATCH-PERCENT / 100.

      * The ANNIVRPT service computation at the period end and
      * the LEAVACCR bands it reaches; a band different from the
      * employee's last period is the anniversary that moved them.
       Price-Leave-Accrual.
           MOVE SPACES TO WS-BAND-NOTE.
           MOVE WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
               TO WS-PERIOD-END-WORK.
           COMPUTE WS-SERVICE-YEARS =
               WS-PERIOD-END-YEAR - WS-HIRE-YEAR.
           IF WS-PERIOD-END-MONTH < WS-HIRE-MONTH
               OR (WS-PERIOD-END-MONTH = WS-HIRE-MONTH
                   AND WS-PERIOD-END-DAY < WS-HIRE-DAY)
               SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF.
           IF WS-SERVICE-YEARS < 0 OR WS-HIRE-DATE = 0
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF.

           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 5
                   MOVE 4.00 TO WS-VACATION-HOURS
                   MOVE 10 TO WS-LEAVE-BAND
               WHEN WS-SERVICE-YEARS < 10
                   MOVE 6.00 TO WS-VACATION-HOURS
                   MOVE 20 TO WS-LEAVE-BAND
               WHEN WS-SERVICE-YEARS < 20
                   MOVE 8.00 TO WS-VACATION-HOURS
                   MOVE 30 TO WS-LEAVE-BAND
               WHEN OTHER
                   MOVE 10.00 TO WS-VACATION-HOURS
                   MOVE 40 TO WS-LEAVE-BAND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 1
                   MOVE 2.00 TO WS-SICK-HOURS
                   ADD 1 TO WS-LEAVE-BAND
               WHEN WS-SERVICE-YEARS < 5
                   MOVE 3.00 TO WS-SICK-HOURS
                   ADD 2 TO WS-LEAVE-BAND
               WHEN OTHER
                   MOVE 4.00 TO WS-SICK-HOURS
                   ADD 3 TO WS-LEAVE-BAND
           END-EVALUATE.
           IF WS-PRIOR-LEAVE-BAND NOT = 0
               AND WS-LEAVE-BAND NOT = WS-PRIOR-LEAVE-BAND
               MOVE " NEW BAND" TO WS-BAND-NOTE
               ADD 1 TO WS-BAND-CHANGES
           END-IF.
           MOVE WS-LEAVE-BAND TO WS-PRIOR-LEAVE-BAND.
           COMPUTE WS-PERIOD-LEAVE ROUNDED =
               (WS-VACATION-HOURS + WS-SICK-HOURS) * WS-PROJECTED-RATE.

      * Heads added from the card's date cost the card's annual
      * figure over the periods, or what the department's own
      * staff average that period (the company's, for a
      * department with none). Heads taken off stop at the
      * department's staff.
       Apply-Headcount-Change.
           MOVE WS-CHANGE-DEPT(WS-CHANGE-SUBSCRIPT) TO WS-LOOKUP-DEPT.
           PERFORM Find-Dept-Entry.
           IF WS-DEPT-SUBSCRIPT = 0
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               IF WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
                   NOT < WS-CHANGE-DATE(WS-CHANGE-SUBSCRIPT)
                   PERFORM Apply-Change-To-Period
               END-IF
           END-PERFORM.

       Apply-Change-To-Period.
           MOVE WS-CHANGE-HEADS(WS-CHANGE-SUBSCRIPT)
               TO WS-CHANGE-HEADS-NOW.
           IF WS-CHANGE-HEADS-NOW < 0
               AND (0 - WS-CHANGE-HEADS-NOW) >
                   WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
               COMPUTE WS-CHANGE-HEADS-NOW = 0 -
                   WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
           END-IF.
           IF WS-CHANGE-COST(WS-CHANGE-SUBSCRIPT) > 0
               COMPUTE WS-COST-PER-HEAD ROUNDED =
                   WS-CHANGE-COST(WS-CHANGE-SUBSCRIPT)
                   / WS-PERIODS-PER-YEAR
           ELSE
               PERFORM Average-Staff-Cost
           END-IF.
           COMPUTE WS-CHANGE-COST-NOW ROUNDED =
               WS-COST-PER-HEAD * WS-CHANGE-HEADS-NOW.
           ADD WS-CHANGE-HEADS-NOW
               TO WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT).
           ADD WS-CHANGE-COST-NOW
               TO WS-DP-HC-COST(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT).

       Average-Staff-Cost.
           MOVE 0 TO WS-COST-PER-HEAD.
           IF WS-DP-STAFF(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT) > 0
               COMPUTE WS-COST-PER-HEAD ROUNDED =
                   (WS-DP-PAY(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   + WS-DP-EMPLOYER(WS-DEPT-SUBSCRIPT,
                       WS-PERIOD-SUBSCRIPT)
                   + WS-DP-LEAVE(WS-DEPT-SUBSCRIPT,
                       WS-PERIOD-SUBSCRIPT))
                   / WS-DP-STAFF(WS-DEPT-SUBSCRIPT,
                       WS-PERIOD-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-STAFF-COST.
           MOVE 0 TO WS-STAFF-HEADS.
           PERFORM VARYING WS-AVERAGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AVERAGE-SUBSCRIPT > WS-DEPT-COUNT
               ADD WS-DP-STAFF(WS-AVERAGE-SUBSCRIPT,
                   WS-PERIOD-SUBSCRIPT) TO WS-STAFF-HEADS
               ADD WS-DP-PAY(WS-AVERAGE-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   WS-DP-EMPLOYER(WS-AVERAGE-SUBSCRIPT,
                       WS-PERIOD-SUBSCRIPT)
                   WS-DP-LEAVE(WS-AVERAGE-SUBSCRIPT,
                       WS-PERIOD-SUBSCRIPT)
                   TO WS-STAFF-COST
           END-PERFORM.
           IF WS-STAFF-HEADS > 0
               COMPUTE WS-COST-PER-HEAD ROUNDED =
                   WS-STAFF-COST / WS-STAFF-HEADS
           END-IF.

      * The year for one department, heads at the first and last
      * periods projected.
       Report-One-Department.
           MOVE 0 TO WS-SUM-PAY.
           MOVE 0 TO WS-SUM-EMPLOYER.
           MOVE 0 TO WS-SUM-LEAVE.
           MOVE 0 TO WS-SUM-HC-COST.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
               ADD WS-DP-PAY(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO WS-SUM-PAY
               ADD WS-DP-EMPLOYER(WS-DEPT-SUBSCRIPT,
                   WS-PERIOD-SUBSCRIPT) TO WS-SUM-EMPLOYER
               ADD WS-DP-LEAVE(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO WS-SUM-LEAVE
               ADD WS-DP-HC-COST(WS-DEPT-SUBSCRIPT,
                   WS-PERIOD-SUBSCRIPT) TO WS-SUM-HC-COST
           END-PERFORM.
           COMPUTE WS-SUM-TOTAL = WS-SUM-PAY + WS-SUM-EMPLOYER
               + WS-SUM-LEAVE + WS-SUM-HC-COST.
           PERFORM Fetch-Dept-Name.
           MOVE WS-DP-HEADS(WS-DEPT-SUBSCRIPT, 1) TO WS-HC-DISPLAY.
           MOVE WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-COUNT)
               TO WS-HC-END-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPT " WS-DEPT-CODE(WS-DEPT-SUBSCRIPT)
                   " " WS-DEPT-NAME
                   " HEADS FIRST:" WS-HC-DISPLAY
                   " LAST:" WS-HC-END-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM Write-Cost-Line.

       Fetch-Dept-Name.
           MOVE SPACES TO WS-DEPT-NAME.
           IF WS-DEPT-CODE(WS-DEPT-SUBSCRIPT) = "ZZZZ"
               MOVE "UNASSIGNED" TO WS-DEPT-NAME
           ELSE
               IF DEPTMAST-ON-FILE
                   MOVE WS-DEPT-CODE(WS-DEPT-SUBSCRIPT)
                       TO DP-DEPT-CODE
                   READ DEPT-MASTER
                       KEY IS DP-DEPT-CODE
                       INVALID KEY
                           MOVE "** NOT ON DEPTMAST **"
                               TO WS-DEPT-NAME
                       NOT INVALID KEY
                           MOVE DP-DEPT-NAME TO WS-DEPT-NAME
                   END-READ
               END-IF
           END-IF.

       Report-Company-Period.
           MOVE 0 TO WS-SUM-HEADS.
           MOVE 0 TO WS-SUM-PAY.
           MOVE 0 TO WS-SUM-EMPLOYER.
           MOVE 0 TO WS-SUM-LEAVE.
           MOVE 0 TO WS-SUM-HC-COST.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               ADD WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO WS-SUM-HEADS
               ADD WS-DP-PAY(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO WS-SUM-PAY
               ADD WS-DP-EMPLOYER(WS-DEPT-SUBSCRIPT,
                   WS-PERIOD-SUBSCRIPT) TO WS-SUM-EMPLOYER
               ADD WS-DP-LEAVE(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO WS-SUM-LEAVE
               ADD WS-DP-HC-COST(WS-DEPT-SUBSCRIPT,
                   WS-PERIOD-SUBSCRIPT) TO WS-SUM-HC-COST
           END-PERFORM.
           COMPUTE WS-SUM-TOTAL = WS-SUM-PAY + WS-SUM-EMPLOYER
               + WS-SUM-LEAVE + WS-SUM-HC-COST.
           ADD WS-SUM-PAY      TO WS-TOTAL-PAY.
           ADD WS-SUM-EMPLOYER TO WS-TOTAL-EMPLOYER.
           ADD WS-SUM-LEAVE    TO WS-TOTAL-LEAVE.
           ADD WS-SUM-HC-COST  TO WS-TOTAL-HC-COST.
           ADD WS-SUM-TOTAL    TO WS-TOTAL-COST.
           MOVE WS-PERIOD-SUBSCRIPT TO WS-PERIOD-DISPLAY.
           MOVE WS-SUM-HEADS TO WS-HC-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PERIOD " WS-PERIOD-DISPLAY
                   " " WS-PERIOD-START(WS-PERIOD-SUBSCRIPT)
                   " THRU " WS-PERIOD-END(WS-PERIOD-SUBSCRIPT)
                   " HEADS:" WS-HC-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM Write-Cost-Line.

       Write-Cost-Line.
           MOVE WS-SUM-PAY      TO WS-EDITED-PAY.
           MOVE WS-SUM-EMPLOYER TO WS-EDITED-EMPLOYER.
           MOVE WS-SUM-LEAVE    TO WS-EDITED-LEAVE.
           MOVE WS-SUM-HC-COST  TO WS-EDITED-HC-COST.
           MOVE WS-SUM-TOTAL    TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  PAY:" WS-EDITED-PAY
                   " ER:" WS-EDITED-EMPLOYER
                   " LEAVE:" WS-EDITED-LEAVE
                   " HC ADJ:" WS-EDITED-HC-COST
                   " TOTAL:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * Appended, never replaced: the scenario's assumptions, then
      * its department figures period by period.
       Write-Scenario.
           OPEN EXTEND SCENARIO-FILE.
           IF WS-SCENARIO-FILE-STATUS = "05"
               OR WS-SCENARIO-FILE-STATUS = "35"
               CLOSE SCENARIO-FILE
               OPEN OUTPUT SCENARIO-FILE
           END-IF.
           MOVE SPACES TO SCENARIO-REC.
           MOVE WS-SCENARIO-ID   TO PJ-SCENARIO-ID.
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE.
           MOVE WS-RUN-TIME      TO PJ-RUN-TIME.
           SET PJ-IS-ASSUMPTIONS TO TRUE.
           MOVE WS-FISCAL-YEAR   TO PJ-FISCAL-YEAR.
           MOVE WS-FISCAL-START  TO PJ-FISCAL-START.
           MOVE WS-RAISE-PERCENT TO PJ-RAISE-PERCENT.
           MOVE WS-RAISE-DATE    TO PJ-RAISE-DATE.
           MOVE WS-PERIOD-COUNT  TO PJ-PERIOD-COUNT.
           MOVE WS-EMPLOYEES-PROJECTED TO PJ-EMPLOYEE-COUNT.
           WRITE SCENARIO-REC.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-COUNT
                   PERFORM Write-Scenario-Period
               END-PERFORM
           END-PERFORM.
           CLOSE SCENARIO-FILE.

       Write-Scenario-Period.
           MOVE SPACES TO SCENARIO-REC.
           MOVE WS-SCENARIO-ID   TO PJ-SCENARIO-ID.
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE.
           MOVE WS-RUN-TIME      TO PJ-RUN-TIME.
           SET PJ-IS-DEPT-PERIOD TO TRUE.
           MOVE WS-DEPT-CODE(WS-DEPT-SUBSCRIPT) TO PJ-DEPT-CODE.
           MOVE WS-PERIOD-SUBSCRIPT TO PJ-PERIOD-NUMBER.
           MOVE WS-PERIOD-END(WS-PERIOD-SUBSCRIPT) TO PJ-PERIOD-END.
           IF WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT) > 0
               MOVE WS-DP-HEADS(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
                   TO PJ-HEADCOUNT
           ELSE
               MOVE 0 TO PJ-HEADCOUNT
           END-IF.
           MOVE WS-DP-PAY(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
               TO PJ-PAY-COST.
           MOVE WS-DP-EMPLOYER(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
               TO PJ-EMPLOYER-COST.
           MOVE WS-DP-LEAVE(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
               TO PJ-LEAVE-COST.
           MOVE WS-DP-HC-COST(WS-DEPT-SUBSCRIPT, WS-PERIOD-SUBSCRIPT)
               TO PJ-HEADCOUNT-COST.
           WRITE SCENARIO-REC.

       Write-Report-Totals.
           MOVE WS-TOTAL-PAY TO WS-EDITED-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COMPANY PAY FOR THE YEAR:      "
                   WS-EDITED-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TOTAL-EMPLOYER TO WS-EDITED-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYER SHARE FOR THE YEAR:   "
                   WS-EDITED-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TOTAL-LEAVE TO WS-EDITED-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LEAVE ACCRUED FOR THE YEAR:    "
                   WS-EDITED-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TOTAL-HC-COST TO WS-EDITED-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HEADCOUNT CHANGES FOR THE YEAR:"
                   WS-EDITED-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TOTAL-COST TO WS-EDITED-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COMPANY COST FOR THE YEAR:     "
                   WS-EDITED-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-EMPLOYEES-PROJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES PROJECTED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-BAND-CHANGES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NEW LEAVE BANDS REACHED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           COMPUTE WS-COUNT-DISPLAY =
               WS-FINAL-PAYS-PASSED + WS-LEAVERS-PASSED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LEAVERS NOT PROJECTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           IF WS-NOT-ON-MASTER > 0
               MOVE WS-NOT-ON-MASTER TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "NOT ON EMPLOYEE MASTER: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "OVER 50 DEPARTMENTS - NOT PROJECTED:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-BAD-CHANGE-CARDS > 0
               MOVE WS-BAD-CHANGE-CARDS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "PROJCTL CARDS NOT TAKEN:" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SCENARIO " WS-SCENARIO-ID " KEPT ON PROJSCEN RUN "
                   WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE PROJECTION-REPORT-LINE FROM RP-HEADING-1
               WRITE PROJECTION-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE PROJECTION-REPORT-LINE FROM WS-DETAIL-LINE.
