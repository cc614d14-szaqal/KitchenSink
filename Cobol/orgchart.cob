       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
      * Organization chart print off the SUPVMAST reporting-line
      * master (copybooks/SUPV-LINE-REC.cpy): the tree walked
      * from each top-of-the-organization line down, every level
      * indented under the supervisor it reports to, through the
      * shared RPTWRITE service. Each supervisor carries a span
      * of control - direct reports / everyone below them. A
      * supervisor named on lines but holding no line of their
      * own heads a tree of their own and is marked (NO LINE);
      * one gone from the employee master as well - a leaver
      * whose reports EMPTERM left orphaned - prints NOT ON
      * MASTER so the reports get a new supervisor. Lines in a
      * circle, which no walk from the top reaches, and
      * employees with no reporting line at all list after the
      * chart, so nobody drops off it silently.
      * Each run is kept in the RPTREPO report repository as
      * ORGCHART, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERVISION-MASTER ASSIGN TO
               "Cobol/data/SUPVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS SV-SUPERVISOR-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-SUPERVISION-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ORG-CHART-REPORT ASSIGN TO "Cobol/data/ORGCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-CHART-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERVISION-MASTER.
       01 SUPERVISION-MASTER-REC.
           COPY SUPV-LINE-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ORG-CHART-REPORT.
       01 ORG-CHART-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUPERVISION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ORG-CHART-REPORT-STATUS  PIC XX VALUE "00".

      * The whole hierarchy held as a node table: one node per
      * reporting line, plus one per supervisor named on a line
      * who has none of their own. The parent is the subscript
      * of the supervisor's node, zero at the top. A master past
      * the table bound is reported loudly, never charted from a
      * truncated table.
       01 WS-NODE-COUNT               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT               PIC 9(4) VALUE 0.
       01 WS-NODE-TABLE.
           05 WS-NODE OCCURS 2000 TIMES.
               10 WS-NODE-EMPLOYEE    PIC 9(6).
               10 WS-NODE-SUPERVISOR  PIC 9(6).
               10 WS-NODE-PARENT      PIC 9(4).
               10 WS-NODE-DIRECT      PIC 9(4).
               10 WS-NODE-TOTAL       PIC 9(5).
               10 WS-NODE-KIND        PIC X.
                   88 NODE-HAS-LINE        VALUE 'L'.
                   88 NODE-HAS-NO-LINE     VALUE 'N'.
               10 WS-NODE-PRINTED     PIC X.
                   88 NODE-IS-PRINTED      VALUE 'Y'.
       01 WS-NODE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 NODE-TABLE-OVERFLOWED        VALUE 'Y'.
       01 WS-NODE-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-SEARCH-SUBSCRIPT         PIC 9(4) VALUE 0.
       01 WS-FOUND-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-PARENT-SUBSCRIPT         PIC 9(4) VALUE 0.
       01 WS-SEARCH-NUMBER            PIC 9(6) VALUE 0.
       01 WS-CHAIN-STEPS              PIC 9(3) VALUE 0.
       01 WS-CHAIN-LIMIT              PIC 9(3) VALUE 100.

      * The walk down the tree: each stack level holds a node and
      * how far its children have been scanned.
       01 WS-DEPTH                    PIC 9(3) VALUE 0.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 100 TIMES.
               10 WS-STACK-NODE       PIC 9(4).
               10 WS-STACK-SCAN       PIC 9(4).
       01 WS-CHILD-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-PRINT-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-INDENT                   PIC 9(3) VALUE 0.

       01 WS-CHARTED                  PIC 9(5) VALUE 0.
       01 WS-SUPERVISORS              PIC 9(5) VALUE 0.
       01 WS-WIDEST-SPAN              PIC 9(4) VALUE 0.
       01 WS-WIDEST-SUPERVISOR        PIC 9(6) VALUE 0.
       01 WS-NOT-REACHED              PIC 9(5) VALUE 0.
       01 WS-NO-LINE                  PIC 9(5) VALUE 0.
       01 WS-SECTION-SWITCH           PIC X VALUE 'N'.
           88 SECTION-HEADED               VALUE 'Y'.

       01 WS-NAME-TEXT                PIC X(26) VALUE SPACES.
       01 WS-FLAG-TEXT                PIC X(12) VALUE SPACES.
       01 WS-CHART-TEXT               PIC X(80) VALUE SPACES.
       01 WS-DIRECT-DISPLAY           PIC ZZZ9.
       01 WS-TOTAL-DISPLAY            PIC ZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ORGCHART" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN INPUT SUPERVISION-MASTER.
           IF WS-SUPERVISION-MASTER-STATUS NOT = "00"
               DISPLAY "REPORTING-LINE MASTER NOT AVAILABLE:"
                       WS-SUPERVISION-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT ORG-CHART-REPORT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "ORGANIZATION CHART - REPORTING LINES"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "ORGCHART" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM Load-Reporting-Lines.
           IF NOT NODE-TABLE-OVERFLOWED
               PERFORM Link-Supervisors
           END-IF.
           IF NODE-TABLE-OVERFLOWED
               MOVE "REPORTING-LINE MASTER OVER 2000 ENTRIES -"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               MOVE "  CHART NOT PRINTED FROM A PART TABLE"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY "SUPVMAST OVER 2000 ENTRIES - NO CHART"
           ELSE
               PERFORM Count-Spans
               MOVE "SPAN: DIRECT REPORTS / EVERYONE BELOW"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               PERFORM VARYING WS-NODE-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-NODE-SUBSCRIPT > WS-NODE-COUNT
                   IF WS-NODE-PARENT(WS-NODE-SUBSCRIPT) = 0
                       PERFORM Print-Subtree
                   END-IF
               END-PERFORM
               PERFORM List-Not-Reached
               PERFORM List-No-Reporting-Line
               PERFORM Write-Chart-Totals
           END-IF.

           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE ORG-CHART-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE ORG-CHART-REPORT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE SUPERVISION-MASTER.
           IF NODE-TABLE-OVERFLOWED
               OR WS-NOT-REACHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Reporting-Lines.
           PERFORM UNTIL WS-SUPERVISION-MASTER-STATUS NOT = "00"
               READ SUPERVISION-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NODE-COUNT < 2000
                           ADD 1 TO WS-NODE-COUNT
                           MOVE WS-NODE-COUNT TO WS-NODE-SUBSCRIPT
                           PERFORM Clear-Node
                           MOVE SV-EMPLOYEE-NUMBER
                               TO WS-NODE-EMPLOYEE(WS-NODE-COUNT)
                           MOVE SV-SUPERVISOR-NUMBER
                               TO WS-NODE-SUPERVISOR(WS-NODE-COUNT)
                           SET NODE-HAS-LINE(WS-NODE-COUNT) TO TRUE
                       ELSE
                           SET NODE-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NODE-COUNT TO WS-LINE-COUNT.

       Clear-Node.
           MOVE 0 TO WS-NODE-EMPLOYEE(WS-NODE-SUBSCRIPT).
           MOVE 0 TO WS-NODE-SUPERVISOR(WS-NODE-SUBSCRIPT).
           MOVE 0 TO WS-NODE-PARENT(WS-NODE-SUBSCRIPT).
           MOVE 0 TO WS-NODE-DIRECT(WS-NODE-SUBSCRIPT).
           MOVE 0 TO WS-NODE-TOTAL(WS-NODE-SUBSCRIPT).
           MOVE 'N' TO WS-NODE-PRINTED(WS-NODE-SUBSCRIPT).

      * A supervisor with no line of their own gets a node at the
      * end of the table the first time a line names them, and
      * every later line naming them finds that node.
       Link-Supervisors.
           PERFORM VARYING WS-NODE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-NODE-SUBSCRIPT > WS-LINE-COUNT
                       OR NODE-TABLE-OVERFLOWED
               IF WS-NODE-SUPERVISOR(WS-NODE-SUBSCRIPT) NOT = 0
                   MOVE WS-NODE-SUPERVISOR(WS-NODE-SUBSCRIPT)
                       TO WS-SEARCH-NUMBER
                   PERFORM Find-Node
                   IF WS-FOUND-SUBSCRIPT = 0
                       PERFORM Add-Unlined-Supervisor
                   END-IF
                   MOVE WS-FOUND-SUBSCRIPT
                       TO WS-NODE-PARENT(WS-NODE-SUBSCRIPT)
               END-IF
           END-PERFORM.

       Add-Unlined-Supervisor.
           IF WS-NODE-COUNT >= 2000
               SET NODE-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NODE-SUBSCRIPT TO WS-PARENT-SUBSCRIPT.
           ADD 1 TO WS-NODE-COUNT.
           MOVE WS-NODE-COUNT TO WS-NODE-SUBSCRIPT.
           PERFORM Clear-Node.
           MOVE WS-SEARCH-NUMBER TO WS-NODE-EMPLOYEE(WS-NODE-COUNT).
           SET NODE-HAS-NO-LINE(WS-NODE-COUNT) TO TRUE.
           MOVE WS-NODE-COUNT TO WS-FOUND-SUBSCRIPT.
           MOVE WS-PARENT-SUBSCRIPT TO WS-NODE-SUBSCRIPT.

       Find-Node.
           MOVE 0 TO WS-FOUND-SUBSCRIPT.
           PERFORM VARYING WS-SEARCH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SEARCH-SUBSCRIPT > WS-NODE-COUNT
                       OR WS-FOUND-SUBSCRIPT > 0
               IF WS-NODE-EMPLOYEE(WS-SEARCH-SUBSCRIPT)
                       = WS-SEARCH-NUMBER
                   MOVE WS-SEARCH-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
               END-IF
           END-PERFORM.

      * Every node adds one to its supervisor's direct count and
      * one to the everyone-below count of each node above it.
       Count-Spans.
           PERFORM VARYING WS-NODE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-NODE-SUBSCRIPT > WS-NODE-COUNT
               MOVE WS-NODE-PARENT(WS-NODE-SUBSCRIPT)
                   TO WS-PARENT-SUBSCRIPT
               IF WS-PARENT-SUBSCRIPT > 0
                   ADD 1 TO WS-NODE-DIRECT(WS-PARENT-SUBSCRIPT)
               END-IF
               MOVE 0 TO WS-CHAIN-STEPS
               PERFORM UNTIL WS-PARENT-SUBSCRIPT = 0
                       OR WS-CHAIN-STEPS >= WS-CHAIN-LIMIT
                   ADD 1 TO WS-NODE-TOTAL(WS-PARENT-SUBSCRIPT)
                   ADD 1 TO WS-CHAIN-STEPS
                   MOVE WS-NODE-PARENT(WS-PARENT-SUBSCRIPT)
                       TO WS-PARENT-SUBSCRIPT
               END-PERFORM
           END-PERFORM.

      * Depth-first from one top node: print a node on the way
      * down, then each of its reports in turn, returning up a
      * level when a node's reports are used up.
       Print-Subtree.
           MOVE 1 TO WS-DEPTH.
           MOVE WS-NODE-SUBSCRIPT TO WS-STACK-NODE(1).
           MOVE 0 TO WS-STACK-SCAN(1).
           MOVE WS-NODE-SUBSCRIPT TO WS-PRINT-SUBSCRIPT.
           PERFORM Print-Chart-Line.
           PERFORM UNTIL WS-DEPTH = 0
               PERFORM Find-Next-Report
               IF WS-CHILD-SUBSCRIPT = 0
                   SUBTRACT 1 FROM WS-DEPTH
               ELSE
                   MOVE WS-CHILD-SUBSCRIPT
                       TO WS-STACK-SCAN(WS-DEPTH)
                   MOVE WS-CHILD-SUBSCRIPT TO WS-PRINT-SUBSCRIPT
                   IF WS-DEPTH < 100
                       ADD 1 TO WS-DEPTH
                       MOVE WS-CHILD-SUBSCRIPT
                           TO WS-STACK-NODE(WS-DEPTH)
                       MOVE 0 TO WS-STACK-SCAN(WS-DEPTH)
                   END-IF
                   PERFORM Print-Chart-Line
               END-IF
           END-PERFORM.

       Find-Next-Report.
           MOVE 0 TO WS-CHILD-SUBSCRIPT.
           COMPUTE WS-SEARCH-SUBSCRIPT = WS-STACK-SCAN(WS-DEPTH) + 1.
           PERFORM UNTIL WS-SEARCH-SUBSCRIPT > WS-NODE-COUNT
                   OR WS-CHILD-SUBSCRIPT > 0
               IF WS-NODE-PARENT(WS-SEARCH-SUBSCRIPT)
                       = WS-STACK-NODE(WS-DEPTH)
                   MOVE WS-SEARCH-SUBSCRIPT TO WS-CHILD-SUBSCRIPT
               END-IF
               ADD 1 TO WS-SEARCH-SUBSCRIPT
           END-PERFORM.

      * Two columns of indent a level, held at twelve levels so a
      * deep chain still fits the line.
       Print-Chart-Line.
           MOVE 'Y' TO WS-NODE-PRINTED(WS-PRINT-SUBSCRIPT).
           ADD 1 TO WS-CHARTED.
           IF WS-NODE-DIRECT(WS-PRINT-SUBSCRIPT) > 0
               ADD 1 TO WS-SUPERVISORS
               IF WS-NODE-DIRECT(WS-PRINT-SUBSCRIPT) > WS-WIDEST-SPAN
                   MOVE WS-NODE-DIRECT(WS-PRINT-SUBSCRIPT)
                       TO WS-WIDEST-SPAN
                   MOVE WS-NODE-EMPLOYEE(WS-PRINT-SUBSCRIPT)
                       TO WS-WIDEST-SUPERVISOR
               END-IF
           END-IF.
           IF WS-DEPTH > 12
               MOVE 22 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = (WS-DEPTH - 1) * 2
           END-IF.
           PERFORM Build-Chart-Text.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CHART-TEXT TO WS-DETAIL-LINE(WS-INDENT + 1:).
           PERFORM Write-Report-Line.

       Build-Chart-Text.
           MOVE WS-NODE-EMPLOYEE(WS-PRINT-SUBSCRIPT)
               TO EM-EMPLOYEE-NUMBER.
           MOVE SPACES TO WS-NAME-TEXT.
           MOVE SPACES TO WS-FLAG-TEXT.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER" TO WS-NAME-TEXT
               NOT INVALID KEY
                   STRING EM-LAST-NAME " " EM-FIRST-NAME(1:10)
                       DELIMITED BY SIZE INTO WS-NAME-TEXT
           END-READ.
           IF NODE-HAS-NO-LINE(WS-PRINT-SUBSCRIPT)
               MOVE "(NO LINE)" TO WS-FLAG-TEXT
           END-IF.
           MOVE SPACES TO WS-CHART-TEXT.
           IF WS-NODE-DIRECT(WS-PRINT-SUBSCRIPT) > 0
               MOVE WS-NODE-DIRECT(WS-PRINT-SUBSCRIPT)
                   TO WS-DIRECT-DISPLAY
               MOVE WS-NODE-TOTAL(WS-PRINT-SUBSCRIPT)
                   TO WS-TOTAL-DISPLAY
               STRING WS-NODE-EMPLOYEE(WS-PRINT-SUBSCRIPT)
                       " " WS-NAME-TEXT
                       " SPAN:" WS-DIRECT-DISPLAY
                       "/" WS-TOTAL-DISPLAY
                       " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-CHART-TEXT
           ELSE
               STRING WS-NODE-EMPLOYEE(WS-PRINT-SUBSCRIPT)
                       " " WS-NAME-TEXT
                       " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-CHART-TEXT
           END-IF.

      * A node the walks never printed sits in a circle, or
      * under one - no chain from it reaches the top.
       List-Not-Reached.
           MOVE 'N' TO WS-SECTION-SWITCH.
           MOVE 1 TO WS-DEPTH.
           PERFORM VARYING WS-PRINT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRINT-SUBSCRIPT > WS-NODE-COUNT
               IF NOT NODE-IS-PRINTED(WS-PRINT-SUBSCRIPT)
                   IF NOT SECTION-HEADED
                       MOVE "LINES NOT REACHED FROM THE TOP - CIRCULAR:"
                           TO WS-DETAIL-LINE
                       PERFORM Write-Report-Line
                       SET SECTION-HEADED TO TRUE
                   END-IF
                   ADD 1 TO WS-NOT-REACHED
                   PERFORM Build-Chart-Text
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  " WS-CHART-TEXT(1:34)
                           " SUPV:"
                           WS-NODE-SUPERVISOR(WS-PRINT-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM.

       List-No-Reporting-Line.
           MOVE 'N' TO WS-SECTION-SWITCH.
           MOVE 0 TO EM-EMPLOYEE-NUMBER.
           START EMPLOYEE-MASTER
               KEY IS >= EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-EMPLOYEE-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EM-EMPLOYEE-NUMBER TO WS-SEARCH-NUMBER
                       PERFORM Find-Node
                       IF WS-FOUND-SUBSCRIPT = 0
                           PERFORM Write-No-Line-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Write-No-Line-Entry.
           IF NOT SECTION-HEADED
               MOVE "EMPLOYEES WITH NO REPORTING LINE:"
                   TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               SET SECTION-HEADED TO TRUE
           END-IF.
           ADD 1 TO WS-NO-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " EM-EMPLOYEE-NUMBER
                   " " EM-LAST-NAME
                   " " EM-FIRST-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Chart-Totals.
           MOVE WS-CHARTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PEOPLE ON THE CHART:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-SUPERVISORS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SUPERVISORS:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-WIDEST-SPAN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WIDEST SPAN OF CONTROL:   " WS-COUNT-DISPLAY
                   " SUPERVISOR:" WS-WIDEST-SUPERVISOR
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-NOT-REACHED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NOT REACHED - CIRCULAR:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-NO-LINE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NO REPORTING LINE:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE ORG-CHART-REPORT-LINE FROM RP-HEADING-1
               WRITE ORG-CHART-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE ORG-CHART-REPORT-LINE FROM WS-DETAIL-LINE.
