      * Every finding prints on the PAYEDIT report and the run
      * ends RC=4, so the RUNREGW registry shows a dirty edit and
      * PAYCALC's dependency check refuses to start until the
      * exceptions are cleared and the edit reruns clean. The
      * in-record checks follow the pay type: an hourly record
      * needs a rate, a salaried one an annual salary, and an
      * unknown type is itself an exception. The hours ceiling
      * holds for both - on a salaried record the hours are 'J'
      * adjustments only, and 80 of them there is a mis-key.
      * Pay records are also checked against the EMPSTATW
      * employment status as of the PAYPCTL period end: an
      * employee on leave of absence or suspended for the whole
      * period is listed as PAY HELD, for information, and any
      * hours keyed for them are an exception - PAYCALC will not
      * pay them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-CONTROL-STATUS.

           SELECT PAY-PERIOD-CONTROL ASSIGN TO
               "Cobol/data/PAYPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PERIOD-CONTROL-STATUS.

           SELECT PAY-MASTER ASSIGN TO "Cobol/data/PAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      * default of 120.00.
       01 EDIT-CONTROL-REC            PIC 9(3)V99.

       FD  PAY-PERIOD-CONTROL.
       01 PAY-PERIOD-CONTROL-REC.
           COPY PAY-PERIOD-REC.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       WORKING-STORAGE SECTION.
       01 WS-EDIT-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-PAY-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-EDIT-REPORT-STATUS       PIC XX VALUE "00".
       01 WS-PAY-RECORDS-READ         PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-READ           PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-FOUND         PIC 9(5) VALUE 0.
       01 WS-PAYS-HELD                PIC 9(5) VALUE 0.

      * The period the status is judged over - the open PAYPCTL
      * period, or the fortnight to today with no control on file.
       01 WS-PERIOD-END               PIC 9(8) VALUE 0.
       01 WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 26.
       01 WS-PERIOD-START-DAY         PIC 9(7) VALUE 0.
       01 WS-ABSENCE-START-DAY        PIC 9(7) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 MATCH-WAS-FOUND              VALUE 'Y'.
           05 RR-RETURN-CODE          PIC 9(4) VALUE 0.
           05 RR-RESULT-SWITCH        PIC X VALUE SPACE.

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

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYEDIT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           MOVE 'S' TO RR-REQUEST-CODE.
           CALL "RUNREGW" USING WS-REGISTRY-REQUEST.

           PERFORM Read-Edit-Control.
           PERFORM Read-Period-Control.

           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS NOT = "00"
               DISPLAY "NO PEDTCTL CARD - CEILING DEFAULTS 120.00"
           END-IF.

      * PAYCALC's own period arithmetic: the year's days split
      * evenly over the periods, ending on the period end.
       Read-Period-Control.
           ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD.
           OPEN INPUT PAY-PERIOD-CONTROL.
           IF WS-PAY-PERIOD-CONTROL-STATUS = "00"
               READ PAY-PERIOD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-PERIOD-END NUMERIC
                           AND PC-PERIOD-END > 16010101
                           MOVE PC-PERIOD-END TO WS-PERIOD-END
                       END-IF
                       IF PC-PERIODS-PER-YEAR NUMERIC
                           AND PC-PERIODS-PER-YEAR NOT = 0
                           MOVE PC-PERIODS-PER-YEAR
                               TO WS-PERIODS-PER-YEAR
                       END-IF
               END-READ
               CLOSE PAY-PERIOD-CONTROL
           ELSE
               DISPLAY "NO PAYPCTL PERIOD CONTROL - STATUS AS OF "
                       WS-PERIOD-END
           END-IF.
           COMPUTE WS-PERIOD-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - (364 / WS-PERIODS-PER-YEAR) + 1.

      * Pay records checked against the employee master, plus the
      * in-record defects: a zero rate pays nothing and means a
      * keying hole, and hours over the ceiling are more likely a
                       PM-EMPLOYEE-NUMBER
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM Write-Exception-Line
           ELSE
               PERFORM Check-Pay-Held
           END-IF.
           EVALUATE TRUE
               WHEN PM-PAY-IS-SALARIED
                   IF PM-ANNUAL-SALARY NOT NUMERIC
                       OR PM-ANNUAL-SALARY = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "ZERO ANNUAL SALARY - EMPLOYEE:"
                               PM-EMPLOYEE-NUMBER
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM Write-Exception-Line
                   END-IF
               WHEN NOT PM-PAY-IS-HOURLY
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "INVALID PAY TYPE - EMPLOYEE:"
                           PM-EMPLOYEE-NUMBER
                           " TYPE:" PM-PAY-TYPE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM Write-Exception-Line
               WHEN PM-PAY-RATE = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ZERO PAY RATE - EMPLOYEE:"
                           PM-EMPLOYEE-NUMBER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM Write-Exception-Line
           END-EVALUATE.
           IF PM-HOURS > WS-HOURS-CEILING
               MOVE PM-HOURS TO WS-HOURS-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOURS OVER CEILING - EMPLOYEE:"
                       PM-EMPLOYEE-NUMBER
                       " HRS:" WS-HOURS-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM Write-Exception-Line
           END-IF.

      * Held for the period when the absence on file as of its
      * end began on or before its first day - the same test
      * PAYCALC holds the pay on.
       Check-Pay-Held.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE PM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-PERIOD-END TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF NOT SW-IS-ABSENT OR SW-ABSENCE-START < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ABSENCE-START-DAY =
               FUNCTION INTEGER-OF-DATE(SW-ABSENCE-START).
           IF WS-ABSENCE-START-DAY > WS-PERIOD-START-DAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYS-HELD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAY HELD - EMPLOYEE:" PM-EMPLOYEE-NUMBER
                   " STATUS " SW-STATUS
                   " SINCE " SW-ABSENCE-START
                   " RETURN " SW-EXPECTED-RETURN
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EDIT-REPORT-LINE FROM WS-REPORT-LINE.
           IF PM-HOURS NOT = 0
               MOVE PM-HOURS TO WS-HOURS-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOURS KEYED WHILE PAY HELD - EMPLOYEE:"
                       PM-EMPLOYEE-NUMBER
                       " HRS:" WS-HOURS-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EDIT-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-PAYS-HELD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYS HELD:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EDIT-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-EXCEPTIONS-FOUND TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS FOUND:   " WS-COUNT-DISPLAY
