       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODSCAN.
      * Nightly segregation-of-duties analysis: reads the ACTLOG
      * operator activity trail against every SODRULE conflict
      * rule (copybooks/SOD-RULE-REC.cpy) and reports each
      * operator who performed both sides of a rule within its
      * window of days, with every action and key involved. The
      * SIGNON roles cannot see this - one update operator may
      * change a pay rate, key bank details and print checks the
      * same afternoon, each allowed on its own. A breach counts
      * on the cycle its later action lands in, so each is told
      * once: the cycle date comes from the CYCLECTL card, the
      * MORNRPT convention, or is today without one; activity up
      * to the longest rule window before it is looked back on.
      * Every breach is logged through LOGERR at severe level
      * (error Q001) so the morning dashboard goes RED on it, and
      * a run with breaches ends RC=4. Preventive rules are also
      * enforced on the day by the CALLed SODCHKW; a breach found
      * here under one means the action ran outside a checking
      * program.
      * Each run is kept in the RPTREPO report repository as
      * SODRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-MASTER ASSIGN TO "Cobol/data/SODRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-MASTER-STATUS.

           SELECT ACTIVITY-LOG ASSIGN TO "Cobol/data/ACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-LOG-STATUS.

      * Optional cycle-date card, the MORNRPT convention.
           SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

           SELECT CONFLICT-REPORT ASSIGN TO "Cobol/data/SODRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-MASTER.
       01 RULE-MASTER-REC.
           COPY SOD-RULE-REC.

       FD  ACTIVITY-LOG.
       01 ACTIVITY-LOG-REC.
           COPY ACT-LOG-REC.

       FD  CYCLE-CONTROL.
       01 CYCLE-CONTROL-REC           PIC 9(8).

       FD  CONFLICT-REPORT.
       01 CONFLICT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RULE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-ACTIVITY-LOG-STATUS      PIC XX VALUE "00".
       01 WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-CONFLICT-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-CYCLE-DATE               PIC 9(8) VALUE 0.
       01 WS-CYCLE-DAY                PIC 9(7) VALUE 0.
       01 WS-EARLIEST-DAY             PIC 9(7) VALUE 0.
       01 WS-LONGEST-WINDOW           PIC 9(3) VALUE 0.
       01 WS-DAY-GAP                  PIC 9(7) VALUE 0.

       01 WS-RULE-COUNT               PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RULE-ITEM        PIC X(70).
       01 WS-RULE-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-WORK-RULE-REC.
           COPY SOD-RULE-REC
               REPLACING DR-RULE-ID        BY WK-RULE-ID
                         DR-FIRST-PROGRAM  BY WK-FIRST-PROGRAM
                         DR-FIRST-ACTION   BY WK-FIRST-ACTION
                         DR-SECOND-PROGRAM BY WK-SECOND-PROGRAM
                         DR-SECOND-ACTION  BY WK-SECOND-ACTION
                         DR-WINDOW-DAYS    BY WK-WINDOW-DAYS
                         DR-RULE-MODE      BY WK-RULE-MODE
                         DR-RULE-DETECTS   BY WK-RULE-DETECTS
                         DR-RULE-PREVENTS  BY WK-RULE-PREVENTS
                         DR-DESCRIPTION    BY WK-DESCRIPTION.

      * Only activity some rule names, inside the look-back, is
      * held; the trail itself is read once.
       01 WS-ACT-COUNT                PIC 9(4) VALUE 0.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 3000 TIMES.
               10 WS-ACT-OPERATOR     PIC X(8).
               10 WS-ACT-PROGRAM      PIC X(8).
               10 WS-ACT-ACTION       PIC X(8).
               10 WS-ACT-KEY          PIC X(9).
               10 WS-ACT-DATE         PIC 9(8).
               10 WS-ACT-TIME         PIC 9(8).
               10 WS-ACT-DAY          PIC 9(7).
               10 WS-ACT-SIDE         PIC X.
                   88 ACT-ON-FIRST-SIDE        VALUE '1'.
                   88 ACT-ON-SECOND-SIDE       VALUE '2'.
                   88 ACT-ON-BOTH-SIDES        VALUE 'B'.
                   88 ACT-ON-NO-SIDE           VALUE SPACE.
               10 WS-ACT-MARK         PIC X.
                   88 ACT-IN-BREACH            VALUE 'Y'.
               10 WS-ACT-DONE         PIC X.
                   88 ACT-REPORTED             VALUE 'Y'.
       01 WS-ACT-SUBSCRIPT            PIC 9(4) VALUE 0.
       01 WS-OTHER-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-LIST-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-ACT-DROPPED              PIC 9(5) VALUE 0.

       01 WS-KEEP-SWITCH              PIC X VALUE 'N'.
           88 KEEP-ACTIVITY                VALUE 'Y'.
       01 WS-MATCH-PROGRAM            PIC X(8) VALUE SPACES.
       01 WS-MATCH-ACTION             PIC X(8) VALUE SPACES.
       01 WS-MATCH-SWITCH             PIC X VALUE 'N'.
           88 ACTION-MATCHES               VALUE 'Y'.

       01 WS-RULES-READ               PIC 9(5) VALUE 0.
       01 WS-ACT-READ                 PIC 9(7) VALUE 0.
       01 WS-BREACH-COUNT             PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "SODSCAN"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           PERFORM Decide-Cycle-Date.
           PERFORM Load-Conflict-Rules.
           IF WS-RULE-COUNT = 0
               DISPLAY "NO SODRULE CONFLICT RULES - NOTHING TO SCAN"
               GOBACK
           END-IF.
           COMPUTE WS-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
           COMPUTE WS-EARLIEST-DAY = WS-CYCLE-DAY - WS-LONGEST-WINDOW.
           PERFORM Load-Recent-Activity.

           OPEN OUTPUT CONFLICT-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "SEGREGATION OF DUTIES CONFLICTS"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "SODRPT"        TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CYCLE " WS-CYCLE-DATE
                   " - ACTIVITY LOOKED BACK ON " WS-LONGEST-WINDOW
                   " DAYS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM VARYING WS-RULE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
               MOVE WS-RULE-ITEM(WS-RULE-SUBSCRIPT)
                   TO WS-WORK-RULE-REC
               PERFORM Scan-One-Rule
           END-PERFORM.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE CONFLICT-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE CONFLICT-REPORT.

           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Decide-Cycle-Date.
           MOVE 0 TO WS-CYCLE-DATE.
           OPEN INPUT CYCLE-CONTROL.
           IF WS-CYCLE-CONTROL-STATUS = "00"
               READ CYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-CONTROL-REC NUMERIC
                           MOVE CYCLE-CONTROL-REC TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL
           END-IF.
           IF WS-CYCLE-DATE = 0
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       Load-Conflict-Rules.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT RULE-MASTER.
           IF WS-RULE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RULE-MASTER-STATUS NOT = "00"
                   OR WS-RULE-COUNT >= 100
               READ RULE-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RULES-READ
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RULE-MASTER-REC
                           TO WS-RULE-ITEM(WS-RULE-COUNT)
                       IF DR-WINDOW-DAYS NUMERIC
                           AND DR-WINDOW-DAYS > WS-LONGEST-WINDOW
                           MOVE DR-WINDOW-DAYS TO WS-LONGEST-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULE-MASTER.

       Load-Recent-Activity.
           MOVE 0 TO WS-ACT-COUNT.
           OPEN INPUT ACTIVITY-LOG.
           IF WS-ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "NO ACTLOG ACTIVITY TRAIL:"
                       WS-ACTIVITY-LOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACTIVITY-LOG-STATUS NOT = "00"
               READ ACTIVITY-LOG
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ACT-READ
                       IF AL-LOG-DATE NUMERIC
                           AND AL-LOG-DATE > 19000101
                           AND AL-LOG-DATE NOT > WS-CYCLE-DATE
                           PERFORM Hold-One-Activity
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTIVITY-LOG.
           IF WS-ACT-DROPPED > 0
               MOVE WS-ACT-DROPPED TO WS-COUNT-DISPLAY
               DISPLAY "ACTIVITY TABLE FULL - ACTIONS NOT SCANNED:"
                       WS-COUNT-DISPLAY
           END-IF.

       Hold-One-Activity.
           IF FUNCTION INTEGER-OF-DATE(AL-LOG-DATE) < WS-EARLIEST-DAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-KEEP-SWITCH.
           PERFORM VARYING WS-RULE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
               MOVE WS-RULE-ITEM(WS-RULE-SUBSCRIPT)
                   TO WS-WORK-RULE-REC
               IF AL-PROGRAM-ID = WK-FIRST-PROGRAM
                   OR AL-PROGRAM-ID = WK-SECOND-PROGRAM
                   SET KEEP-ACTIVITY TO TRUE
                   MOVE WS-RULE-COUNT TO WS-RULE-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF NOT KEEP-ACTIVITY
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACT-COUNT >= 3000
               ADD 1 TO WS-ACT-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACT-COUNT.
           MOVE AL-OPERATOR-ID TO WS-ACT-OPERATOR(WS-ACT-COUNT).
           MOVE AL-PROGRAM-ID  TO WS-ACT-PROGRAM(WS-ACT-COUNT).
           MOVE AL-ACTION-CODE TO WS-ACT-ACTION(WS-ACT-COUNT).
           MOVE AL-KEY-VALUE   TO WS-ACT-KEY(WS-ACT-COUNT).
           MOVE AL-LOG-DATE    TO WS-ACT-DATE(WS-ACT-COUNT).
           MOVE AL-LOG-TIME    TO WS-ACT-TIME(WS-ACT-COUNT).
           COMPUTE WS-ACT-DAY(WS-ACT-COUNT) =
               FUNCTION INTEGER-OF-DATE(AL-LOG-DATE).

      * Each held action is placed on the rule's sides first, then
      * every first-side action is paired with the same operator's
      * second-side actions inside the window; a pair counts when
      * either half fell on the cycle date.
       Scan-One-Rule.
           PERFORM VARYING WS-ACT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACT-SUBSCRIPT > WS-ACT-COUNT
               MOVE SPACE TO WS-ACT-SIDE(WS-ACT-SUBSCRIPT)
               MOVE 'N' TO WS-ACT-MARK(WS-ACT-SUBSCRIPT)
               MOVE 'N' TO WS-ACT-DONE(WS-ACT-SUBSCRIPT)
               MOVE WK-FIRST-PROGRAM TO WS-MATCH-PROGRAM
               MOVE WK-FIRST-ACTION TO WS-MATCH-ACTION
               PERFORM Match-Rule-Side
               IF ACTION-MATCHES
                   MOVE '1' TO WS-ACT-SIDE(WS-ACT-SUBSCRIPT)
               END-IF
               MOVE WK-SECOND-PROGRAM TO WS-MATCH-PROGRAM
               MOVE WK-SECOND-ACTION TO WS-MATCH-ACTION
               PERFORM Match-Rule-Side
               IF ACTION-MATCHES
                   IF ACT-ON-FIRST-SIDE(WS-ACT-SUBSCRIPT)
                       MOVE 'B' TO WS-ACT-SIDE(WS-ACT-SUBSCRIPT)
                   ELSE
                       MOVE '2' TO WS-ACT-SIDE(WS-ACT-SUBSCRIPT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ACT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACT-SUBSCRIPT > WS-ACT-COUNT
               IF ACT-ON-FIRST-SIDE(WS-ACT-SUBSCRIPT)
                   OR ACT-ON-BOTH-SIDES(WS-ACT-SUBSCRIPT)
                   PERFORM Pair-With-Second-Side
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ACT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACT-SUBSCRIPT > WS-ACT-COUNT
               IF ACT-IN-BREACH(WS-ACT-SUBSCRIPT)
                   AND NOT ACT-REPORTED(WS-ACT-SUBSCRIPT)
                   PERFORM Report-Operator-Breach
               END-IF
           END-PERFORM.

       Match-Rule-Side.
           MOVE 'N' TO WS-MATCH-SWITCH.
           IF WS-ACT-PROGRAM(WS-ACT-SUBSCRIPT) = WS-MATCH-PROGRAM
               AND (WS-MATCH-ACTION = SPACES
                   OR WS-MATCH-ACTION
                       = WS-ACT-ACTION(WS-ACT-SUBSCRIPT))
               SET ACTION-MATCHES TO TRUE
           END-IF.

       Pair-With-Second-Side.
           PERFORM VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OTHER-SUBSCRIPT > WS-ACT-COUNT
               IF WS-OTHER-SUBSCRIPT NOT = WS-ACT-SUBSCRIPT
                   AND (ACT-ON-SECOND-SIDE(WS-OTHER-SUBSCRIPT)
                       OR ACT-ON-BOTH-SIDES(WS-OTHER-SUBSCRIPT))
                   AND WS-ACT-OPERATOR(WS-OTHER-SUBSCRIPT)
                       = WS-ACT-OPERATOR(WS-ACT-SUBSCRIPT)
                   AND (WS-ACT-DATE(WS-ACT-SUBSCRIPT) = WS-CYCLE-DATE
                       OR WS-ACT-DATE(WS-OTHER-SUBSCRIPT)
                           = WS-CYCLE-DATE)
                   IF WS-ACT-DAY(WS-ACT-SUBSCRIPT)
                           > WS-ACT-DAY(WS-OTHER-SUBSCRIPT)
                       COMPUTE WS-DAY-GAP =
                           WS-ACT-DAY(WS-ACT-SUBSCRIPT)
                           - WS-ACT-DAY(WS-OTHER-SUBSCRIPT)
                   ELSE
                       COMPUTE WS-DAY-GAP =
                           WS-ACT-DAY(WS-OTHER-SUBSCRIPT)
                           - WS-ACT-DAY(WS-ACT-SUBSCRIPT)
                   END-IF
                   IF WS-DAY-GAP NOT > WK-WINDOW-DAYS
                       MOVE 'Y' TO WS-ACT-MARK(WS-ACT-SUBSCRIPT)
                       MOVE 'Y' TO WS-ACT-MARK(WS-OTHER-SUBSCRIPT)
                   END-IF
               END-IF
           END-PERFORM.

      * One breach per operator per rule: the heading, then every
      * action of theirs that made a conflicting pair.
       Report-Operator-Breach.
           ADD 1 TO WS-BREACH-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RULE " WK-RULE-ID
                   " OPERATOR " WS-ACT-OPERATOR(WS-ACT-SUBSCRIPT)
                   " " WK-DESCRIPTION
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WK-FIRST-PROGRAM " " WK-FIRST-ACTION
                   " WITH " WK-SECOND-PROGRAM " " WK-SECOND-ACTION
                   " WITHIN " WK-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM VARYING WS-LIST-SUBSCRIPT FROM WS-ACT-SUBSCRIPT
                   BY 1 UNTIL WS-LIST-SUBSCRIPT > WS-ACT-COUNT
               IF ACT-IN-BREACH(WS-LIST-SUBSCRIPT)
                   AND WS-ACT-OPERATOR(WS-LIST-SUBSCRIPT)
                       = WS-ACT-OPERATOR(WS-ACT-SUBSCRIPT)
                   MOVE 'Y' TO WS-ACT-DONE(WS-LIST-SUBSCRIPT)
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "    " WS-ACT-PROGRAM(WS-LIST-SUBSCRIPT)
                           " " WS-ACT-ACTION(WS-LIST-SUBSCRIPT)
                           " KEY:" WS-ACT-KEY(WS-LIST-SUBSCRIPT)
                           " " WS-ACT-DATE(WS-LIST-SUBSCRIPT)
                           " " WS-ACT-TIME(WS-LIST-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM.

           MOVE SPACES TO EX-MESSAGE.
           MOVE "Q001" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "SODSCAN" TO EX-PROGRAM-ID.
           STRING "DUTY CONFLICT RULE " WK-RULE-ID
                   " OPERATOR " WS-ACT-OPERATOR(WS-ACT-SUBSCRIPT)
                   " " WK-FIRST-PROGRAM "/" WK-SECOND-PROGRAM
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Report-Totals.
           MOVE WS-RULES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONFLICT RULES CHECKED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ACT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ACTIONS IN LOOK-BACK:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPERATOR BREACHES:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE CONFLICT-REPORT-LINE FROM RP-HEADING-1
               WRITE CONFLICT-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE CONFLICT-REPORT-LINE FROM WS-DETAIL-LINE.
