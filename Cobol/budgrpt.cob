       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
      * Departmental labor budget-versus-actual report, the money
      * DEPTRPT's headcount never showed. The BUDGMAST budgets
      * (copybooks/DEPT-BUDGET-REC.cpy) for the fiscal year on
      * the BUDGCTL card are set against PAYHIST gross for every
      * period ending from the first day of the fiscal year
      * through the last fiscal month closed, each employee's pay
      * falling to the department they were in on the period end
      * date (the CALLed DEPTHSTW assignment history), so a
      * transfer mid-year leaves the earlier pay where it was
      * earned. Per
      * department: the budget to date (the annual figure spread
      * evenly by month), the actual to date, the variance, the
      * projected year-end at the run rate so far, and the heads
      * authorized for the month against the heads assigned. A
      * department whose actual runs past its budget to date by
      * more than the card's tolerance is flagged; pay that
      * lands in a department with no budget for the year is
      * flagged the same way rather than dropped. Prints through
      * the shared RPTWRITE service, budgeted departments in
      * department order, unbudgeted ones after them.
      * Each run is kept in the RPTREPO report repository as
      * BUDGRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Report card: fiscal year, first day of the fiscal year,
      * fiscal months closed (01-12), tolerance percent 9(3)V99.
           SELECT BUDGET-CONTROL ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-CONTROL-STATUS.

           SELECT BUDGET-MASTER ASSIGN TO "Cobol/data/BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

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

           SELECT BUDGET-REPORT ASSIGN TO "Cobol/data/BUDGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-CONTROL.
       01 BUDGET-CONTROL-REC.
           05 BC-FISCAL-YEAR          PIC 9(4).
           05 BC-FISCAL-START         PIC 9(8).
           05 BC-MONTHS-CLOSED        PIC 9(2).
           05 BC-TOLERANCE            PIC 9(3)V99.

       FD  BUDGET-MASTER.
       01 BUDGET-MASTER-REC.
           COPY DEPT-BUDGET-REC.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  BUDGET-REPORT.
       01 BUDGET-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-BUDGET-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-BUDGET-REPORT-STATUS     PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.
       01 WS-DEPTMAST-SWITCH          PIC X VALUE 'N'.
           88 DEPTMAST-ON-FILE             VALUE 'Y'.
       01 WS-CARD-SWITCH              PIC X VALUE 'N'.
           88 CARD-IS-GOOD                 VALUE 'Y'.
           88 CARD-IS-BAD                  VALUE 'N'.

       01 WS-FISCAL-YEAR              PIC 9(4) VALUE 0.
       01 WS-FROM-DATE                PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR            PIC 9(4).
           05 WS-FROM-MONTH           PIC 9(2).
           05 WS-FROM-DAY             PIC 9(2).
       01 WS-START-DATE-RESULT        PIC X VALUE 'Y'.
       01 WS-THRU-DATE                PIC 9(8) VALUE 0.
       01 WS-MONTHS-CLOSED            PIC 9(2) VALUE 0.
       01 WS-TOLERANCE                PIC 9(3)V99 VALUE 5.
       01 WS-MONTH-NUMBER             PIC 9(6) VALUE 0.
       01 WS-NEXT-MONTH-START         PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05 WS-NEXT-YEAR            PIC 9(4).
           05 WS-NEXT-MONTH           PIC 9(2).
           05 WS-NEXT-DAY             PIC 9(2).

      * One entry per department reported: budgeted departments
      * load first from BUDGMAST, then any department PAYHIST pay
      * lands in without a budget is added behind them.
       01 WS-DEPT-COUNT               PIC 9(4) VALUE 0.
       01 WS-DEPT-MAX                 PIC 9(4) VALUE 200.
       01 WS-DEPT-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-CODE        PIC X(4).
               10 WS-DEPT-BUDGETED    PIC X.
                   88 DEPT-HAS-BUDGET      VALUE 'Y'.
               10 WS-DEPT-ANNUAL      PIC 9(9)V99.
               10 WS-DEPT-AUTH-HC     PIC 9(4).
               10 WS-DEPT-ACTUAL      PIC S9(9)V99.
               10 WS-DEPT-ASSIGNED-HC PIC 9(4).

       01 WS-LOOKUP-DEPT              PIC X(4) VALUE SPACES.
       01 WS-DEPT-NAME                PIC X(20) VALUE SPACES.
       01 WS-BUDGET-TO-DATE           PIC S9(9)V99 VALUE 0.
       01 WS-VARIANCE                 PIC S9(9)V99 VALUE 0.
       01 WS-PROJECTED                PIC S9(9)V99 VALUE 0.
       01 WS-TOLERANCE-LIMIT          PIC S9(9)V99 VALUE 0.
       01 WS-PAY-RECORDS              PIC 9(6) VALUE 0.
       01 WS-DEPTS-FLAGGED            PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(6) VALUE 0.
       01 WS-TOTAL-BUDGET-TO-DATE     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ACTUAL             PIC S9(11)V99 VALUE 0.

       01 WS-EDITED-ANNUAL            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDITED-BUDGET            PIC ZZZZZZZZ9.
       01 WS-EDITED-ACTUAL            PIC ZZZZZZZZ9.
       01 WS-EDITED-VARIANCE          PIC ZZZZZZZZ9-.
       01 WS-EDITED-PROJECTED         PIC ZZZZZZZZ9.
       01 WS-EDITED-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-TOLERANCE         PIC ZZ9.99.
       01 WS-HC-DISPLAY               PIC ZZZ9.
       01 WS-HC-ASSIGNED-DISPLAY      PIC ZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

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
           MOVE "BUDGRPT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           PERFORM Read-Budget-Control.
           IF CARD-IS-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           END-IF.

           PERFORM Load-Budgets.
           PERFORM Accumulate-Actuals.
           PERFORM Count-Assigned-Heads.

           OPEN OUTPUT BUDGET-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "BUDGRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           MOVE WS-TOLERANCE TO WS-EDITED-TOLERANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FISCAL YEAR " WS-FISCAL-YEAR
                   "  PAY " WS-FROM-DATE " THRU " WS-THRU-DATE
                   "  TOLERANCE " WS-EDITED-TOLERANCE " PCT"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               PERFORM Report-One-Department
           END-PERFORM.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE BUDGET-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE BUDGET-REPORT.
           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           GOBACK.

      * The window runs from the first day of the fiscal year to
      * the last day of the last month closed. A missing card
      * means no fiscal year to report; a missing tolerance takes
      * the house default of 5.00 percent.
       Read-Budget-Control.
           SET CARD-IS-BAD TO TRUE.
           OPEN INPUT BUDGET-CONTROL.
           IF WS-BUDGET-CONTROL-STATUS = "00"
               READ BUDGET-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO WS-START-DATE-RESULT
                       IF BC-FISCAL-START NUMERIC
                           MOVE BC-FISCAL-START TO WS-FROM-DATE
                           CALL "DATECHK" USING WS-FROM-DATE
                               WS-START-DATE-RESULT
                       END-IF
                       IF BC-FISCAL-YEAR NUMERIC
                           AND BC-MONTHS-CLOSED NUMERIC
                           AND BC-MONTHS-CLOSED > 0
                           AND BC-MONTHS-CLOSED NOT > 12
                           AND WS-START-DATE-RESULT NOT = 'N'
                           SET CARD-IS-GOOD TO TRUE
                           MOVE BC-FISCAL-YEAR   TO WS-FISCAL-YEAR
                           MOVE BC-FISCAL-START  TO WS-FROM-DATE
                           MOVE BC-MONTHS-CLOSED TO WS-MONTHS-CLOSED
                           IF BC-TOLERANCE NUMERIC
                               MOVE BC-TOLERANCE TO WS-TOLERANCE
                           END-IF
                       END-IF
               END-READ
               CLOSE BUDGET-CONTROL
           END-IF.
           IF CARD-IS-BAD
               DISPLAY "NO VALID BUDGCTL CARD - NO REPORT"
           ELSE
               COMPUTE WS-MONTH-NUMBER = WS-FROM-YEAR * 12
                   + WS-FROM-MONTH - 1 + WS-MONTHS-CLOSED
               DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-NEXT-YEAR
                   REMAINDER WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-MONTH
               MOVE 1 TO WS-NEXT-DAY
               COMPUTE WS-THRU-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           END-IF.

       Load-Budgets.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS = "00"
               PERFORM UNTIL WS-BUDGET-MASTER-STATUS NOT = "00"
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BG-FISCAL-YEAR = WS-FISCAL-YEAR
                               PERFORM Load-One-Budget
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER
           ELSE
               DISPLAY "NO BUDGMAST ON FILE - ACTUALS ONLY"
           END-IF.

       Load-One-Budget.
           MOVE BG-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM Find-Dept-Entry.
           IF WS-DEPT-SUBSCRIPT > 0
               MOVE 'Y' TO WS-DEPT-BUDGETED(WS-DEPT-SUBSCRIPT)
               MOVE BG-ANNUAL-BUDGET
                   TO WS-DEPT-ANNUAL(WS-DEPT-SUBSCRIPT)
               MOVE BG-AUTH-HEADCOUNT(WS-MONTHS-CLOSED)
                   TO WS-DEPT-AUTH-HC(WS-DEPT-SUBSCRIPT)
           END-IF.

      * Pay falls to today's assignment - EMPDEPT keeps no
      * history of moves - and pay with no assignment reports
      * under the UNASSIGNED band, visibly, as DEPTRPT does.
       Accumulate-Actuals.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
                   READ PAY-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-PERIOD-END NOT < WS-FROM-DATE
                               AND PY-PERIOD-END NOT > WS-THRU-DATE
                               PERFORM Accumulate-One-Pay
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
           ELSE
               DISPLAY "NO PAYHIST ON FILE - NO ACTUALS"
           END-IF.

       Accumulate-One-Pay.
           ADD 1 TO WS-PAY-RECORDS.
           MOVE "ZZZZ" TO WS-LOOKUP-DEPT.
           MOVE 'Q' TO DQ-REQUEST-CODE.
           MOVE PY-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           MOVE PY-PERIOD-END TO DQ-AS-OF-DATE.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.
           IF DQ-RESULT-SWITCH = 'Y'
               MOVE DQ-DEPT-CODE TO WS-LOOKUP-DEPT
           END-IF.
           PERFORM Find-Dept-Entry.
           IF WS-DEPT-SUBSCRIPT > 0
               ADD PY-GROSS TO WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT)
           END-IF.

       Count-Assigned-Heads.
           IF EMPDEPT-ON-FILE
               MOVE LOW-VALUES TO ED-EMPLOYEE-NUMBER
               START ASSIGNMENT-MASTER
                   KEY IS >= ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-ASSIGNMENT-MASTER-STATUS
               END-START
               PERFORM UNTIL WS-ASSIGNMENT-MASTER-STATUS NOT = "00"
                   READ ASSIGNMENT-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Count-One-Head
                   END-READ
               END-PERFORM
           END-IF.

      * Heads are counted only where a department already has a
      * line - a department with staff but no budget and no pay
      * in the window has nothing to report.
       Count-One-Head.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
                   OR WS-DEPT-CODE(WS-DEPT-SUBSCRIPT) = ED-DEPT-CODE
               CONTINUE
           END-PERFORM.
           IF WS-DEPT-SUBSCRIPT NOT > WS-DEPT-COUNT
               ADD 1 TO WS-DEPT-ASSIGNED-HC(WS-DEPT-SUBSCRIPT)
           END-IF.

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
                   MOVE 'N' TO WS-DEPT-BUDGETED(WS-DEPT-SUBSCRIPT)
                   MOVE 0 TO WS-DEPT-ANNUAL(WS-DEPT-SUBSCRIPT)
                   MOVE 0 TO WS-DEPT-AUTH-HC(WS-DEPT-SUBSCRIPT)
                   MOVE 0 TO WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT)
                   MOVE 0 TO WS-DEPT-ASSIGNED-HC(WS-DEPT-SUBSCRIPT)
               ELSE
                   MOVE 0 TO WS-DEPT-SUBSCRIPT
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

      * Budget to date is the annual figure spread evenly over
      * twelve months; the projection carries the actual run
      * rate per month closed out to all twelve.
       Report-One-Department.
           COMPUTE WS-BUDGET-TO-DATE ROUNDED =
               WS-DEPT-ANNUAL(WS-DEPT-SUBSCRIPT)
               * WS-MONTHS-CLOSED / 12.
           COMPUTE WS-VARIANCE =
               WS-BUDGET-TO-DATE - WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT).
           COMPUTE WS-PROJECTED ROUNDED =
               WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT)
               * 12 / WS-MONTHS-CLOSED.
           COMPUTE WS-TOLERANCE-LIMIT ROUNDED =
               WS-BUDGET-TO-DATE * (100 + WS-TOLERANCE) / 100.
           ADD WS-BUDGET-TO-DATE TO WS-TOTAL-BUDGET-TO-DATE.
           ADD WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT) TO WS-TOTAL-ACTUAL.

           PERFORM Fetch-Dept-Name.
           MOVE WS-DEPT-ANNUAL(WS-DEPT-SUBSCRIPT) TO WS-EDITED-ANNUAL.
           MOVE WS-DEPT-AUTH-HC(WS-DEPT-SUBSCRIPT) TO WS-HC-DISPLAY.
           MOVE WS-DEPT-ASSIGNED-HC(WS-DEPT-SUBSCRIPT)
               TO WS-HC-ASSIGNED-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPT " WS-DEPT-CODE(WS-DEPT-SUBSCRIPT)
                   " " WS-DEPT-NAME
                   " ANNUAL:" WS-EDITED-ANNUAL
                   " HC:" WS-HC-DISPLAY "/" WS-HC-ASSIGNED-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-BUDGET-TO-DATE TO WS-EDITED-BUDGET.
           MOVE WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT) TO WS-EDITED-ACTUAL.
           MOVE WS-VARIANCE TO WS-EDITED-VARIANCE.
           MOVE WS-PROJECTED TO WS-EDITED-PROJECTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  BUDGET TD:" WS-EDITED-BUDGET
                   " ACTUAL TD:" WS-EDITED-ACTUAL
                   " VAR:" WS-EDITED-VARIANCE
                   " PROJ YE:" WS-EDITED-PROJECTED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           EVALUATE TRUE
               WHEN NOT DEPT-HAS-BUDGET(WS-DEPT-SUBSCRIPT)
                   ADD 1 TO WS-DEPTS-FLAGGED
                   MOVE "  ** NO BUDGET ON FILE FOR THE YEAR **"
                       TO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
               WHEN WS-DEPT-ACTUAL(WS-DEPT-SUBSCRIPT)
                       > WS-TOLERANCE-LIMIT
                   ADD 1 TO WS-DEPTS-FLAGGED
                   MOVE "  ** OVER BUDGET BEYOND TOLERANCE **"
                       TO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

       Write-Report-Totals.
           MOVE WS-TOTAL-BUDGET-TO-DATE TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL BUDGET TO DATE: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TOTAL-ACTUAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL ACTUAL TO DATE: " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-DEPTS-FLAGGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPARTMENTS FLAGGED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "PAY LINES OVER 200 DEPARTMENTS - NOT SHOWN:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE BUDGET-REPORT-LINE FROM RP-HEADING-1
               WRITE BUDGET-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE.
