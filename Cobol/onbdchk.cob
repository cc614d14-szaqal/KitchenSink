       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDCHK.
      * Daily new-hire onboarding check over the ONBDTRK trackers
      * (copybooks/ONBD-TRACK-REC.cpy) ONBOARDW opens for every
      * employee added. Each open tracker's outstanding setup items
      * are looked up on their satellite masters - PAYMAST pay
      * record, DEDMAST deductions, BANKMAST deposit route,
      * ADDRMAST address, EMPDEPT assignment, and an active
      * USERMAST user id - and an item found is marked on file with
      * today's date. A tracker with every item on file or waived
      * (ONBDMNT) is complete; one whose employee has left
      * EMPLOYEE-MASTER is closed. Every open tracker is stamped
      * with the day it was checked.
      * The report lists the new hires still incomplete once their
      * start date is at least the ONBDCTL card's number of days
      * behind them (5 without a card), with the items still
      * outstanding, SORTed into their EMPDEPT department (the
      * DEPTRPT SORT convention) under the DEPTMAST name so each
      * department sees its own stragglers; those with no
      * department yet list together at the end. Anyone starting
      * on or before the next PAYPCTL period end whose pay record
      * or deposit route is still outstanding would miss that
      * payroll - they list whatever their age, flagged. Anyone
      * listed ends the run RC=4 so the schedule shows it.
      * Each run is kept in the RPTREPO report repository as
      * ONBDRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional control card: days before an incomplete new hire
      * lists.
           SELECT ONBOARD-CONTROL ASSIGN TO "ONBDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-CONTROL-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT TRACKER-MASTER ASSIGN TO "Cobol/data/ONBDTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-EMPLOYEE-NUMBER
               FILE STATUS IS WS-TRACKER-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

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

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT ADDRESS-MASTER ASSIGN TO "Cobol/data/ADDRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "Cobol/data/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT ONBOARD-REPORT ASSIGN TO "Cobol/data/ONBDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-CONTROL.
       01 ONBOARD-CONTROL-REC.
           05 OC-DAYS-ALLOWED         PIC 9(3).
           05 FILLER                  PIC X(77).

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  TRACKER-MASTER.
       01 TRACKER-MASTER-REC.
           COPY ONBD-TRACK-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  DEDUCTION-MASTER.
       01 DEDUCTION-MASTER-REC.
           COPY DED-MASTER-REC.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  USER-MASTER.
       01 USER-MASTER-REC.
           COPY USER-MASTER-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  ONBOARD-REPORT.
       01 ONBOARD-REPORT-LINE         PIC X(80).

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SO-DEPT-CODE            PIC X(4).
           05 SO-EMPLOYEE-NUMBER      PIC 9(6).
           05 SO-START-DATE           PIC 9(8).
           05 SO-DAYS-OPEN            PIC 9(4).
           05 SO-OUTSTANDING          PIC X(24).
           05 SO-MISS-SWITCH          PIC X.
               88 SO-WILL-MISS-PAY         VALUE 'Y'.
           05 SO-EMPLOYEE-NAME        PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-ONBOARD-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-TRACKER-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS  PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-USER-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ONBOARD-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DAY                  PIC 9(7) VALUE 0.
       01 WS-DAYS-ALLOWED             PIC 9(3) VALUE 5.
       01 WS-DAYS-OPEN                PIC S9(7) VALUE 0.

      * The next payroll a new hire must be set up for - the open
      * PAYPCTL period, or the one after a period already paid;
      * a period's length is the year's days split evenly over
      * the periods, PAYCALC's own arithmetic.
       01 WS-NEXT-PERIOD-END          PIC 9(8) VALUE 0.
       01 WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 26.
       01 WS-PERIOD-DAYS              PIC 9(3) VALUE 14.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
       01 WS-PAYMAST-SWITCH           PIC X VALUE 'N'.
           88 PAYMAST-ON-FILE              VALUE 'Y'.
       01 WS-DEDMAST-SWITCH           PIC X VALUE 'N'.
           88 DEDMAST-ON-FILE              VALUE 'Y'.
       01 WS-BANKMAST-SWITCH          PIC X VALUE 'N'.
           88 BANKMAST-ON-FILE             VALUE 'Y'.
       01 WS-ADDRMAST-SWITCH          PIC X VALUE 'N'.
           88 ADDRMAST-ON-FILE             VALUE 'Y'.
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.
       01 WS-DEPTMAST-SWITCH          PIC X VALUE 'N'.
           88 DEPTMAST-ON-FILE             VALUE 'Y'.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-FIRST-BREAK-SWITCH       PIC X VALUE 'Y'.
           88 NO-DEPT-PRINTED-YET          VALUE 'Y'.

      * Employees holding an active USERMAST id, loaded once.
       01 WS-USER-COUNT               PIC 9(3) VALUE 0.
       01 WS-USER-INDEX               PIC 9(3) VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USER-EMPLOYEE        PIC 9(6) OCCURS 500 TIMES.

       01 WS-ITEM-INDEX               PIC 9 VALUE 0.
       01 WS-ITEM-LABELS              PIC X(24)
               VALUE "PAY DED RTE ADR DPT USR ".
       01 WS-ITEM-LABEL-TABLE REDEFINES WS-ITEM-LABELS.
           05 WS-ITEM-LABEL           PIC X(4) OCCURS 6 TIMES.
       01 WS-OUTSTANDING-ITEMS.
           05 WS-OUTSTANDING-LABEL    PIC X(4) OCCURS 6 TIMES.

       01 WS-CURRENT-DEPT             PIC X(4) VALUE LOW-VALUES.
       01 WS-DEPT-CODE                PIC X(4) VALUE SPACES.
       01 WS-DEPT-NAME                PIC X(25) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(25) VALUE SPACES.

       01 WS-TRACKERS-READ            PIC 9(6) VALUE 0.
       01 WS-TRACKERS-CHECKED         PIC 9(6) VALUE 0.
       01 WS-TRACKERS-COMPLETED       PIC 9(6) VALUE 0.
       01 WS-TRACKERS-CLOSED          PIC 9(6) VALUE 0.
       01 WS-TRACKERS-LISTED          PIC 9(6) VALUE 0.
       01 WS-TRACKERS-FLAGGED         PIC 9(6) VALUE 0.
       01 WS-DEPT-LISTED              PIC 9(5) VALUE 0.

       01 WS-DAYS-DISPLAY             PIC ZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-DEPT-COUNT-DISPLAY       PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ONBDCHK"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM Read-Onboard-Control.
           PERFORM Read-Period-Control.

           OPEN I-O TRACKER-MASTER.
           IF WS-TRACKER-MASTER-STATUS NOT = "00"
               DISPLAY "NO ONBDTRK ON FILE - NOBODY TO CHECK:"
                       WS-TRACKER-MASTER-STATUS
               GOBACK
           END-IF.
           PERFORM Open-Satellite-Masters.
           PERFORM Load-User-Table.

           OPEN OUTPUT ONBOARD-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "NEW HIRES WITH ONBOARDING INCOMPLETE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "ONBDRPT"       TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE WS-DAYS-ALLOWED TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "INCOMPLETE AFTER" WS-DAYS-DISPLAY " DAYS"
                   " - NEXT PAY PERIOD ENDS " WS-NEXT-PERIOD-END
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  EMPLOY NAME                      STARTED  "
                   "DAYS OUTSTANDING"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SO-DEPT-CODE SO-START-DATE
                   SO-EMPLOYEE-NUMBER
               INPUT PROCEDURE IS Check-Open-Trackers
               OUTPUT PROCEDURE IS Print-Incomplete-Hires.

           PERFORM Write-Department-Totals.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE ONBOARD-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE ONBOARD-REPORT.

           CLOSE TRACKER-MASTER.
           PERFORM Close-Satellite-Masters.

           IF WS-TRACKERS-LISTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Onboard-Control.
           OPEN INPUT ONBOARD-CONTROL.
           IF WS-ONBOARD-CONTROL-STATUS NOT = "00"
               DISPLAY "NO ONBDCTL CARD - INCOMPLETE AFTER "
                       WS-DAYS-ALLOWED " DAYS"
               EXIT PARAGRAPH
           END-IF.
           READ ONBOARD-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF OC-DAYS-ALLOWED NUMERIC
                       MOVE OC-DAYS-ALLOWED TO WS-DAYS-ALLOWED
                   ELSE
                       DISPLAY "ONBDCTL CARD IGNORED - NOT NUMERIC"
                   END-IF
           END-READ.
           CLOSE ONBOARD-CONTROL.

      * No control on file: the fortnight from today stands in.
       Read-Period-Control.
           COMPUTE WS-NEXT-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY + WS-PERIOD-DAYS).
           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "NO PAYPCTL PERIOD CONTROL - NEXT PERIOD "
                       WS-NEXT-PERIOD-END
               EXIT PARAGRAPH
           END-IF.
           READ PAY-PERIOD-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM Set-Next-Period-End
           END-READ.
           CLOSE PAY-PERIOD-CONTROL.

       Set-Next-Period-End.
           IF PC-PERIOD-END NOT NUMERIC
               OR PC-PERIOD-END NOT > 16010101
               EXIT PARAGRAPH
           END-IF.
           IF PC-PERIODS-PER-YEAR NUMERIC
               AND PC-PERIODS-PER-YEAR NOT = 0
               MOVE PC-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
           END-IF.
           COMPUTE WS-PERIOD-DAYS = 365 / WS-PERIODS-PER-YEAR.
           MOVE PC-PERIOD-END TO WS-NEXT-PERIOD-END.
           IF PC-PERIOD-IS-PAID
               COMPUTE WS-NEXT-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PC-PERIOD-END)
                   + WS-PERIOD-DAYS)
           END-IF.

       Open-Satellite-Masters.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS = "00"
               SET PAYMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEDUCTION-MASTER.
           IF WS-DEDUCTION-MASTER-STATUS = "00"
               SET DEDMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT BANK-MASTER.
           IF WS-BANK-MASTER-STATUS = "00"
               SET BANKMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-MASTER.
           IF WS-ADDRESS-MASTER-STATUS = "00"
               SET ADDRMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           END-IF.

       Close-Satellite-Masters.
           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF PAYMAST-ON-FILE
               CLOSE PAY-MASTER
           END-IF.
           IF DEDMAST-ON-FILE
               CLOSE DEDUCTION-MASTER
           END-IF.
           IF BANKMAST-ON-FILE
               CLOSE BANK-MASTER
           END-IF.
           IF ADDRMAST-ON-FILE
               CLOSE ADDRESS-MASTER
           END-IF.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.

       Load-User-Table.
           OPEN INPUT USER-MASTER.
           IF WS-USER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-USER-MASTER-STATUS NOT = "00"
               READ USER-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UM-USER-IS-ACTIVE
                           AND WS-USER-COUNT < 500
                           ADD 1 TO WS-USER-COUNT
                           MOVE UM-EMPLOYEE-NUMBER
                               TO WS-USER-EMPLOYEE(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE USER-MASTER.

       Check-Open-Trackers.
           PERFORM UNTIL WS-TRACKER-MASTER-STATUS NOT = "00"
               READ TRACKER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TRACKERS-READ
                       IF OB-TRACK-IS-OPEN
                           PERFORM Check-One-Tracker
                       END-IF
               END-READ
           END-PERFORM.

       Check-One-Tracker.
           ADD 1 TO WS-TRACKERS-CHECKED.
           MOVE WS-RUN-DATE TO OB-LAST-CHECKED.
           PERFORM Fetch-Employee-Name.
           IF LOOKUP-NOT-FOUND
               SET OB-TRACK-IS-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO OB-CLOSED-DATE
               ADD 1 TO WS-TRACKERS-CLOSED
               PERFORM Rewrite-Tracker
               EXIT PARAGRAPH
           END-IF.

           PERFORM Check-Setup-Items.
           MOVE SPACES TO WS-OUTSTANDING-ITEMS.
           SET OB-TRACK-IS-COMPLETE TO TRUE.
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > 6
               IF OB-ITEM-IS-OUTSTANDING(WS-ITEM-INDEX)
                   SET OB-TRACK-IS-OPEN TO TRUE
                   MOVE WS-ITEM-LABEL(WS-ITEM-INDEX)
                       TO WS-OUTSTANDING-LABEL(WS-ITEM-INDEX)
               END-IF
           END-PERFORM.
           IF OB-TRACK-IS-COMPLETE
               MOVE WS-RUN-DATE TO OB-CLOSED-DATE
               ADD 1 TO WS-TRACKERS-COMPLETED
           END-IF.
           PERFORM Rewrite-Tracker.
           IF OB-TRACK-IS-OPEN
               PERFORM Release-If-Overdue
           END-IF.

       Rewrite-Tracker.
           REWRITE TRACKER-MASTER-REC
               INVALID KEY
                   DISPLAY "ONBDTRK REWRITE FAILED:"
                           OB-EMPLOYEE-NUMBER
           END-REWRITE.

      * Only items still outstanding are looked for - a waived item
      * stays waived even when the record turns up later.
       Check-Setup-Items.
           MOVE SPACES TO WS-DEPT-CODE.
           IF OB-ITEM-IS-OUTSTANDING(1) AND PAYMAST-ON-FILE
               MOVE OB-EMPLOYEE-NUMBER TO PM-EMPLOYEE-NUMBER
               READ PAY-MASTER
                   KEY IS PM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ITEM-INDEX
                       PERFORM Mark-Item-On-File
               END-READ
           END-IF.
           IF OB-ITEM-IS-OUTSTANDING(2) AND DEDMAST-ON-FILE
               MOVE OB-EMPLOYEE-NUMBER TO DM-EMPLOYEE-NUMBER
               READ DEDUCTION-MASTER
                   KEY IS DM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-ITEM-INDEX
                       PERFORM Mark-Item-On-File
               END-READ
           END-IF.
           IF OB-ITEM-IS-OUTSTANDING(3) AND BANKMAST-ON-FILE
               MOVE OB-EMPLOYEE-NUMBER TO BN-EMPLOYEE-NUMBER
               READ BANK-MASTER
                   KEY IS BN-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 3 TO WS-ITEM-INDEX
                       PERFORM Mark-Item-On-File
               END-READ
           END-IF.
           IF OB-ITEM-IS-OUTSTANDING(4) AND ADDRMAST-ON-FILE
               MOVE OB-EMPLOYEE-NUMBER TO AD-EMPLOYEE-NUMBER
               READ ADDRESS-MASTER
                   KEY IS AD-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 4 TO WS-ITEM-INDEX
                       PERFORM Mark-Item-On-File
               END-READ
           END-IF.
      * The department is read whatever the item's status - it is
      * the department the report groups by.
           IF EMPDEPT-ON-FILE
               MOVE OB-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ED-DEPT-CODE TO WS-DEPT-CODE
                       IF OB-ITEM-IS-OUTSTANDING(5)
                           MOVE 5 TO WS-ITEM-INDEX
                           PERFORM Mark-Item-On-File
                       END-IF
               END-READ
           END-IF.
           IF OB-ITEM-IS-OUTSTANDING(6)
               PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
                       UNTIL WS-USER-INDEX > WS-USER-COUNT
                   IF WS-USER-EMPLOYEE(WS-USER-INDEX)
                           = OB-EMPLOYEE-NUMBER
                       MOVE 6 TO WS-ITEM-INDEX
                       PERFORM Mark-Item-On-File
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       Mark-Item-On-File.
           MOVE 'Y' TO OB-ITEM-STATUS(WS-ITEM-INDEX).
           MOVE WS-RUN-DATE TO OB-ITEM-DATE(WS-ITEM-INDEX).

      * A start date keyed ahead has no age yet. Missing the pay
      * record or the deposit route is what keeps a new hire off
      * the next payroll.
       Release-If-Overdue.
           COMPUTE WS-DAYS-OPEN = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(OB-START-DATE).
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF.
           MOVE 'N' TO SO-MISS-SWITCH.
           IF OB-START-DATE NOT > WS-NEXT-PERIOD-END
               AND (OB-ITEM-IS-OUTSTANDING(1)
                   OR OB-ITEM-IS-OUTSTANDING(3))
               MOVE 'Y' TO SO-MISS-SWITCH
           END-IF.
           IF WS-DAYS-OPEN < WS-DAYS-ALLOWED
               AND NOT SO-WILL-MISS-PAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRACKERS-LISTED.
           IF SO-WILL-MISS-PAY
               ADD 1 TO WS-TRACKERS-FLAGGED
           END-IF.
           IF WS-DEPT-CODE = SPACES
               MOVE HIGH-VALUES TO SO-DEPT-CODE
           ELSE
               MOVE WS-DEPT-CODE TO SO-DEPT-CODE
           END-IF.
           MOVE OB-EMPLOYEE-NUMBER   TO SO-EMPLOYEE-NUMBER.
           MOVE OB-START-DATE        TO SO-START-DATE.
           MOVE WS-DAYS-OPEN         TO SO-DAYS-OPEN.
           MOVE WS-OUTSTANDING-ITEMS TO SO-OUTSTANDING.
           MOVE WS-EMPLOYEE-NAME     TO SO-EMPLOYEE-NAME.
           RELEASE SORT-WORK-REC.

      * No EMPLOYEE-MASTER on disk at all proves nothing about any
      * one employee - the tracker stays open.
       Fetch-Employee-Name.
           SET LOOKUP-FOUND TO TRUE.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF NOT EMPLOYEE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE OB-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   SET LOOKUP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.

       Print-Incomplete-Hires.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Print-One-Hire
               END-RETURN
           END-PERFORM.

       Print-One-Hire.
           IF SO-DEPT-CODE NOT = WS-CURRENT-DEPT
               PERFORM Write-Department-Totals
               MOVE SO-DEPT-CODE TO WS-CURRENT-DEPT
               MOVE 0 TO WS-DEPT-LISTED
               PERFORM Write-Department-Heading
           END-IF.
           ADD 1 TO WS-DEPT-LISTED.
           MOVE SO-DAYS-OPEN TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " SO-EMPLOYEE-NUMBER
                   " " SO-EMPLOYEE-NAME
                   " " SO-START-DATE
                   " " WS-DAYS-DISPLAY
                   " " SO-OUTSTANDING
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           IF SO-WILL-MISS-PAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "         ** WILL MISS PAY PERIOD ENDING "
                       WS-NEXT-PERIOD-END " **"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

       Write-Department-Heading.
           MOVE SPACES TO WS-DEPT-NAME.
           IF WS-CURRENT-DEPT = HIGH-VALUES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "NO DEPARTMENT ASSIGNED YET"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               MOVE 'N' TO WS-FIRST-BREAK-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF DEPTMAST-ON-FILE
               MOVE WS-CURRENT-DEPT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   KEY IS DP-DEPT-CODE
                   INVALID KEY
                       MOVE "** NOT ON DEPTMAST **" TO WS-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DP-DEPT-NAME TO WS-DEPT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPARTMENT " WS-CURRENT-DEPT
                   "  " WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.

       Write-Department-Totals.
           IF NO-DEPT-PRINTED-YET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPT-LISTED TO WS-DEPT-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  INCOMPLETE IN DEPARTMENT:" WS-DEPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           MOVE WS-TRACKERS-CHECKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPEN TRACKERS CHECKED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TRACKERS-COMPLETED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COMPLETED THIS RUN:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TRACKERS-CLOSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CLOSED - LEFT MASTER:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TRACKERS-FLAGGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WOULD MISS NEXT PAYROLL:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TRACKERS-LISTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "INCOMPLETE LISTED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE ONBOARD-REPORT-LINE FROM RP-HEADING-1
               WRITE ONBOARD-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE ONBOARD-REPORT-LINE FROM WS-DETAIL-LINE.
