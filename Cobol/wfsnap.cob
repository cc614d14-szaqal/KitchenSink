      * prints the whole history, month by month: the chart
      * management asks for every quarter, no longer rebuilt
      * from old rosters.
      * The headcount is actives only: employees on leave of
      * absence or suspended on the snapshot day (the EMPSTATW
      * employment status) are counted separately, in their own
      * WFHIST columns and on the trend line. Months snapped
      * before those columns existed show them as zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   Pos  7-11  WF-HEADCOUNT  9(5)  Actives at snapshot
      *   Pos 12-15  WF-HIRES      9(4)  Hires dated in month
      *   Pos 16-19  WF-TERMS      9(4)  Terminations in month
      *   Pos 20-23  WF-ON-LEAVE   9(4)  On leave at snapshot
      *   Pos 24-27  WF-SUSPENDED  9(4)  Suspended at snapshot
       01 WORKFORCE-HISTORY-REC.
           05 WF-SNAP-MONTH           PIC 9(6).
           05 WF-HEADCOUNT            PIC 9(5).
           05 WF-HIRES                PIC 9(4).
           05 WF-TERMS                PIC 9(4).
           05 WF-ON-LEAVE             PIC 9(4).
           05 WF-SUSPENDED            PIC 9(4).

       FD  TREND-REPORT.
       01 TREND-REPORT-LINE           PIC X(80).
       01 WS-HEADCOUNT                PIC 9(5) VALUE 0.
       01 WS-MONTH-HIRES              PIC 9(4) VALUE 0.
       01 WS-MONTH-TERMS              PIC 9(4) VALUE 0.
       01 WS-ON-LEAVE                 PIC 9(4) VALUE 0.
       01 WS-SUSPENDED                PIC 9(4) VALUE 0.
       01 WS-MONTHS-REPORTED          PIC 9(4) VALUE 0.
       01 WS-MONTH-ON-FILE-SWITCH     PIC X VALUE 'N'.
           88 MONTH-ALREADY-ON-FILE        VALUE 'Y'.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-HIRES-DISPLAY            PIC ZZZ9.
       01 WS-TERMS-DISPLAY            PIC ZZZ9.
       01 WS-LEAVE-DISPLAY            PIC ZZZ9.
       01 WS-SUSPENDED-DISPLAY        PIC ZZZ9.
       01 WS-REPORT-LINE              PIC X(80) VALUE SPACES.

       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
               88 SW-IS-ON-LEAVE           VALUE 'L'.
               88 SW-IS-SUSPENDED          VALUE 'S'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "WFSNAP"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Count-One-Employee
                       IF EM-HIRE-DATE(1:6) = WS-RUN-MONTH
                           ADD 1 TO WS-MONTH-HIRES
                       END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       Count-One-Employee.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           EVALUATE TRUE
               WHEN SW-IS-ON-LEAVE
                   ADD 1 TO WS-ON-LEAVE
               WHEN SW-IS-SUSPENDED
                   ADD 1 TO WS-SUSPENDED
               WHEN OTHER
                   ADD 1 TO WS-HEADCOUNT
           END-EVALUATE.

       Count-Month-Terminations.
           OPEN INPUT EMPLOYEE-HISTORY.
           IF WS-EMPLOYEE-HISTORY-STATUS = "00"
           MOVE WS-HEADCOUNT   TO WF-HEADCOUNT.
           MOVE WS-MONTH-HIRES TO WF-HIRES.
           MOVE WS-MONTH-TERMS TO WF-TERMS.
           MOVE WS-ON-LEAVE    TO WF-ON-LEAVE.
           MOVE WS-SUSPENDED   TO WF-SUSPENDED.
           WRITE WORKFORCE-HISTORY-REC.
           CLOSE WORKFORCE-HISTORY.

       Print-Trend-Report.
           OPEN OUTPUT TREND-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WORKFORCE TREND - ACTIVE, HIRES, TERMS, LEAVE"
                   " - RUN:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WF-HEADCOUNT TO WS-COUNT-DISPLAY.
           MOVE WF-HIRES TO WS-HIRES-DISPLAY.
           MOVE WF-TERMS TO WS-TERMS-DISPLAY.
           IF WF-ON-LEAVE NOT NUMERIC
               MOVE 0 TO WF-ON-LEAVE
           END-IF.
           IF WF-SUSPENDED NOT NUMERIC
               MOVE 0 TO WF-SUSPENDED
           END-IF.
           MOVE WF-ON-LEAVE TO WS-LEAVE-DISPLAY.
           MOVE WF-SUSPENDED TO WS-SUSPENDED-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WF-SNAP-MONTH
                   "  HEADCOUNT:" WS-COUNT-DISPLAY
                   "  HIRES:" WS-HIRES-DISPLAY
                   "  TERMS:" WS-TERMS-DISPLAY
                   "  LOA:" WS-LEAVE-DISPLAY
                   "  SUSP:" WS-SUSPENDED-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM WS-REPORT-LINE.
