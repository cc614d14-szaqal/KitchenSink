       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCMP.
      * Payroll projection scenario comparison. Two scenarios
      * PAYPROJ has appended to PROJSCEN (copybooks/
      * PAY-PROJ-REC.cpy) are set side by side - the latest run
      * of each scenario id, found on a first pass by its run
      * date and time, so a scenario re-run with new assumptions
      * is compared as it now stands. PROJCMP prints each
      * scenario's assumptions, then every department's cost for
      * the year under A and under B with the difference B less
      * A, the company's heads and cost period by period, and the
      * totals for the year, through the shared RPTWRITE service.
      * A department projected in only one scenario (a headcount
      * card opening one) shows zero on the other side.
      * CMPCTL card: pos 1-8 scenario A, 9-16 scenario B.
      * No card, the same id twice, or a scenario not on PROJSCEN
      * stops the run RC=12; more departments than the table
      * holds are counted and the run ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CONTROL ASSIGN TO "CMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-CONTROL-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "Cobol/data/PROJSCEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-FILE-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO "Cobol/data/PROJCMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-CONTROL.
       01 COMPARE-CONTROL-REC.
           05 CX-SCENARIO-A           PIC X(8).
           05 CX-SCENARIO-B           PIC X(8).

       FD  SCENARIO-FILE.
       01 SCENARIO-REC.
           COPY PAY-PROJ-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  COMPARE-REPORT.
       01 COMPARE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMPARE-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-SCENARIO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-COMPARE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-DEPTMAST-SWITCH          PIC X VALUE 'N'.
           88 DEPTMAST-ON-FILE             VALUE 'Y'.

      * Side 1 is scenario A, side 2 scenario B.
       01 WS-SIDE                     PIC 9 VALUE 0.
       01 WS-SCENARIO-TABLE.
           05 WS-SCENARIO-ENTRY OCCURS 2 TIMES.
               10 WS-SCENARIO-ID      PIC X(8).
               10 WS-LATEST-RUN.
                   15 WS-LATEST-DATE  PIC 9(8).
                   15 WS-LATEST-TIME  PIC 9(6).
               10 WS-FISCAL-YEAR      PIC 9(4).
               10 WS-FISCAL-START     PIC 9(8).
               10 WS-RAISE-PERCENT    PIC 9(3)V99.
               10 WS-RAISE-DATE       PIC 9(8).
               10 WS-PERIOD-COUNT     PIC 9(2).
               10 WS-EMPLOYEE-COUNT   PIC 9(5).
               10 WS-SCENARIO-TOTAL   PIC S9(11)V99.
       01 WS-RECORD-RUN.
           05 WS-RECORD-DATE          PIC 9(8).
           05 WS-RECORD-TIME          PIC 9(6).

       01 WS-DEPT-COUNT               PIC 9(2) VALUE 0.
       01 WS-DEPT-MAX                 PIC 9(2) VALUE 50.
       01 WS-DEPT-SUBSCRIPT           PIC 9(2) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-CODE        PIC X(4).
               10 WS-DEPT-COST        PIC S9(11)V99 OCCURS 2 TIMES.
       01 WS-LOOKUP-DEPT              PIC X(4) VALUE SPACES.
       01 WS-DEPT-NAME                PIC X(20) VALUE SPACES.

       01 WS-PERIOD-MAX               PIC 9(2) VALUE 0.
       01 WS-PERIOD-SUBSCRIPT         PIC 9(2) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 53 TIMES.
               10 WS-PERIOD-HEADS     PIC 9(5) OCCURS 2 TIMES.
               10 WS-PERIOD-COST      PIC S9(11)V99 OCCURS 2 TIMES.

       01 WS-RECORD-COST              PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE               PIC S9(11)V99 VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(5) VALUE 0.

       01 WS-EDITED-A                 PIC ZZZZZZZZ9-.
       01 WS-EDITED-B                 PIC ZZZZZZZZ9-.
       01 WS-EDITED-DIFF              PIC ZZZZZZZZ9-.
       01 WS-EDITED-GRAND-A           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-GRAND-B           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-GRAND-DIFF        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-RAISE             PIC ZZ9.99.
       01 WS-HEADS-A                  PIC ZZZ9.
       01 WS-HEADS-B                  PIC ZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-PERIOD-DISPLAY           PIC 99.
       01 WS-SIDE-LABEL               PIC X VALUE SPACE.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PROJCMP"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           PERFORM Read-Compare-Control.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM Find-Latest-Runs.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM Accumulate-Latest-Runs.

           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT COMPARE-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "PAYROLL PROJECTION SCENARIO COMPARISON"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "PROJCMP" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               PERFORM Report-Assumptions
           END-PERFORM.

           MOVE "DEPARTMENT COST FOR THE YEAR   (DIFF IS B LESS A)"
               TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
               PERFORM Report-One-Department
           END-PERFORM.

           MOVE "COMPANY HEADS AND COST BY PERIOD   (HEADS A/B)"
               TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > WS-PERIOD-MAX
               PERFORM Report-One-Period
           END-PERFORM.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE COMPARE-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE COMPARE-REPORT.
           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Compare-Control.
           MOVE SPACES TO COMPARE-CONTROL-REC.
           OPEN INPUT COMPARE-CONTROL.
           IF WS-COMPARE-CONTROL-STATUS = "00"
               READ COMPARE-CONTROL
                   AT END
                       MOVE SPACES TO COMPARE-CONTROL-REC
               END-READ
               CLOSE COMPARE-CONTROL
           END-IF.
           IF CX-SCENARIO-A = SPACES OR CX-SCENARIO-B = SPACES
               OR CX-SCENARIO-A = CX-SCENARIO-B
               DISPLAY "NO VALID CMPCTL CARD - TWO SCENARIO IDS NEEDED"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CX-SCENARIO-A TO WS-SCENARIO-ID(1).
           MOVE CX-SCENARIO-B TO WS-SCENARIO-ID(2).
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               MOVE 0 TO WS-LATEST-DATE(WS-SIDE)
               MOVE 0 TO WS-LATEST-TIME(WS-SIDE)
               MOVE 0 TO WS-FISCAL-YEAR(WS-SIDE)
               MOVE 0 TO WS-FISCAL-START(WS-SIDE)
               MOVE 0 TO WS-RAISE-PERCENT(WS-SIDE)
               MOVE 0 TO WS-RAISE-DATE(WS-SIDE)
               MOVE 0 TO WS-PERIOD-COUNT(WS-SIDE)
               MOVE 0 TO WS-EMPLOYEE-COUNT(WS-SIDE)
               MOVE 0 TO WS-SCENARIO-TOTAL(WS-SIDE)
           END-PERFORM.
           PERFORM VARYING WS-PERIOD-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PERIOD-SUBSCRIPT > 53
               PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                   MOVE 0 TO WS-PERIOD-HEADS(WS-PERIOD-SUBSCRIPT,
                       WS-SIDE)
                   MOVE 0 TO WS-PERIOD-COST(WS-PERIOD-SUBSCRIPT,
                       WS-SIDE)
               END-PERFORM
           END-PERFORM.

      * First pass: the latest run of each id is the one compared.
       Find-Latest-Runs.
           OPEN INPUT SCENARIO-FILE.
           IF WS-SCENARIO-FILE-STATUS NOT = "00"
               DISPLAY "PROJSCEN NOT AVAILABLE:" WS-SCENARIO-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SCENARIO-FILE-STATUS NOT = "00"
               READ SCENARIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJ-IS-ASSUMPTIONS
                           PERFORM Note-Scenario-Run
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCENARIO-FILE.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               IF WS-LATEST-DATE(WS-SIDE) = 0
                   DISPLAY "SCENARIO NOT ON PROJSCEN:"
                           WS-SCENARIO-ID(WS-SIDE)
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-PERFORM.

       Note-Scenario-Run.
           MOVE PJ-RUN-DATE TO WS-RECORD-DATE.
           MOVE PJ-RUN-TIME TO WS-RECORD-TIME.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               IF PJ-SCENARIO-ID = WS-SCENARIO-ID(WS-SIDE)
                   AND WS-RECORD-RUN NOT < WS-LATEST-RUN(WS-SIDE)
                   MOVE WS-RECORD-RUN TO WS-LATEST-RUN(WS-SIDE)
                   MOVE PJ-FISCAL-YEAR TO WS-FISCAL-YEAR(WS-SIDE)
                   MOVE PJ-FISCAL-START TO WS-FISCAL-START(WS-SIDE)
                   MOVE PJ-RAISE-PERCENT TO WS-RAISE-PERCENT(WS-SIDE)
                   MOVE PJ-RAISE-DATE TO WS-RAISE-DATE(WS-SIDE)
                   MOVE PJ-PERIOD-COUNT TO WS-PERIOD-COUNT(WS-SIDE)
                   MOVE PJ-EMPLOYEE-COUNT
                       TO WS-EMPLOYEE-COUNT(WS-SIDE)
               END-IF
           END-PERFORM.

      * Second pass: the department periods of those two runs.
       Accumulate-Latest-Runs.
           OPEN INPUT SCENARIO-FILE.
           PERFORM UNTIL WS-SCENARIO-FILE-STATUS NOT = "00"
               READ SCENARIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJ-IS-DEPT-PERIOD
                           PERFORM Take-Dept-Period
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCENARIO-FILE.

       Take-Dept-Period.
           MOVE PJ-RUN-DATE TO WS-RECORD-DATE.
           MOVE PJ-RUN-TIME TO WS-RECORD-TIME.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               IF PJ-SCENARIO-ID = WS-SCENARIO-ID(WS-SIDE)
                   AND WS-RECORD-RUN = WS-LATEST-RUN(WS-SIDE)
                   PERFORM Add-Dept-Period
               END-IF
           END-PERFORM.

       Add-Dept-Period.
           IF PJ-PERIOD-NUMBER < 1 OR PJ-PERIOD-NUMBER > 53
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RECORD-COST = PJ-PAY-COST + PJ-EMPLOYER-COST
               + PJ-LEAVE-COST + PJ-HEADCOUNT-COST.
           ADD WS-RECORD-COST TO WS-SCENARIO-TOTAL(WS-SIDE).
           ADD PJ-HEADCOUNT
               TO WS-PERIOD-HEADS(PJ-PERIOD-NUMBER, WS-SIDE).
           ADD WS-RECORD-COST
               TO WS-PERIOD-COST(PJ-PERIOD-NUMBER, WS-SIDE).
           IF PJ-PERIOD-NUMBER > WS-PERIOD-MAX
               MOVE PJ-PERIOD-NUMBER TO WS-PERIOD-MAX
           END-IF.
           MOVE PJ-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM Find-Dept-Entry.
           IF WS-DEPT-SUBSCRIPT = 0
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               ADD WS-RECORD-COST
                   TO WS-DEPT-COST(WS-DEPT-SUBSCRIPT, WS-SIDE)
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
                   MOVE 0 TO WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 1)
                   MOVE 0 TO WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 2)
               ELSE
                   MOVE 0 TO WS-DEPT-SUBSCRIPT
               END-IF
           END-IF.

       Report-Assumptions.
           IF WS-SIDE = 1
               MOVE 'A' TO WS-SIDE-LABEL
           ELSE
               MOVE 'B' TO WS-SIDE-LABEL
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-SIDE-LABEL ": SCENARIO " WS-SCENARIO-ID(WS-SIDE)
                   " RUN " WS-LATEST-DATE(WS-SIDE)
                   " " WS-LATEST-TIME(WS-SIDE)
                   "  FISCAL YEAR " WS-FISCAL-YEAR(WS-SIDE)
                   " FROM " WS-FISCAL-START(WS-SIDE)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-RAISE-PERCENT(WS-SIDE) TO WS-EDITED-RAISE.
           MOVE WS-PERIOD-COUNT(WS-SIDE) TO WS-PERIOD-DISPLAY.
           MOVE WS-EMPLOYEE-COUNT(WS-SIDE) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "   RAISE " WS-EDITED-RAISE " PCT FROM "
                   WS-RAISE-DATE(WS-SIDE)
                   "  PERIODS " WS-PERIOD-DISPLAY
                   "  EMPLOYEES " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Report-One-Department.
           PERFORM Fetch-Dept-Name.
           COMPUTE WS-DIFFERENCE = WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 2)
               - WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 1).
           MOVE WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 1) TO WS-EDITED-A.
           MOVE WS-DEPT-COST(WS-DEPT-SUBSCRIPT, 2) TO WS-EDITED-B.
           MOVE WS-DIFFERENCE TO WS-EDITED-DIFF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPT " WS-DEPT-CODE(WS-DEPT-SUBSCRIPT)
                   " " WS-DEPT-NAME
                   " A:" WS-EDITED-A
                   " B:" WS-EDITED-B
                   " DIFF:" WS-EDITED-DIFF
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

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

       Report-One-Period.
           COMPUTE WS-DIFFERENCE =
               WS-PERIOD-COST(WS-PERIOD-SUBSCRIPT, 2)
               - WS-PERIOD-COST(WS-PERIOD-SUBSCRIPT, 1).
           MOVE WS-PERIOD-SUBSCRIPT TO WS-PERIOD-DISPLAY.
           MOVE WS-PERIOD-HEADS(WS-PERIOD-SUBSCRIPT, 1) TO WS-HEADS-A.
           MOVE WS-PERIOD-HEADS(WS-PERIOD-SUBSCRIPT, 2) TO WS-HEADS-B.
           MOVE WS-PERIOD-COST(WS-PERIOD-SUBSCRIPT, 1) TO WS-EDITED-A.
           MOVE WS-PERIOD-COST(WS-PERIOD-SUBSCRIPT, 2) TO WS-EDITED-B.
           MOVE WS-DIFFERENCE TO WS-EDITED-DIFF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PERIOD " WS-PERIOD-DISPLAY
                   " HC:" WS-HEADS-A "/" WS-HEADS-B
                   " A:" WS-EDITED-A
                   " B:" WS-EDITED-B
                   " DIFF:" WS-EDITED-DIFF
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           COMPUTE WS-DIFFERENCE = WS-SCENARIO-TOTAL(2)
               - WS-SCENARIO-TOTAL(1).
           MOVE WS-SCENARIO-TOTAL(1) TO WS-EDITED-GRAND-A.
           MOVE WS-SCENARIO-TOTAL(2) TO WS-EDITED-GRAND-B.
           MOVE WS-DIFFERENCE TO WS-EDITED-GRAND-DIFF.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COMPANY COST FOR THE YEAR A:" WS-EDITED-GRAND-A
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COMPANY COST FOR THE YEAR B:" WS-EDITED-GRAND-B
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DIFFERENCE B LESS A:        " WS-EDITED-GRAND-DIFF
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "OVER 50 DEPARTMENTS - NOT BY DEPT:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE COMPARE-REPORT-LINE FROM RP-HEADING-1
               WRITE COMPARE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE.
