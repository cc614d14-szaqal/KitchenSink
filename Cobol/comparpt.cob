       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
      * Compa-ratio report by pay grade and department - where the
      * compensation review starts instead of a retyped roster.
      * Every PAYMAST employee picks up the EMPJOB job and its
      * JOBMAST grade range, and the EMPDEPT department; the
      * workforce SORTs into grade, department and name order
      * (the DEPTRPT SORT convention) and prints through the
      * shared RPTWRITE service. Each rate is measured against
      * its grade midpoint - the compa-ratio, rate over midpoint
      * as a percentage - and marked BELOW MIN, ABOVE MAX, or FAR
      * FROM MID when it sits further from the midpoint than the
      * COMPCTL card's percentage (15 when there is no card).
      * Salaried records are measured on their hourly
      * equivalent. Department and grade breaks carry headcount,
      * the average compa-ratio and the count of each finding;
      * employees with no job print in the UNGRADED band, those
      * with no department under UNASSIGNED, so the gaps report
      * too. Leavers whose final pay is out are left off.
      * Each run is kept in the RPTREPO report repository as
      * COMPARPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPA-CONTROL ASSIGN TO "COMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPA-CONTROL-STATUS.

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

           SELECT JOB-MASTER ASSIGN TO "Cobol/data/JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

           SELECT JOB-ASSIGNMENT-MASTER ASSIGN TO
               "Cobol/data/EMPJOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-JOB-ASSIGNMENT-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT COMPA-REPORT ASSIGN TO "Cobol/data/COMPARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPA-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  COMPA-CONTROL.
      * One card: the FAR FROM MID distance, whole percent 9(2).
       01 COMPA-CONTROL-REC           PIC 9(2).

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
           COPY PAY-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  JOB-MASTER.
       01 JOB-MASTER-REC.
           COPY JOB-MASTER-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  COMPA-REPORT.
       01 COMPA-REPORT-LINE           PIC X(80).

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-PAY-GRADE            PIC X(2).
           05 SW-DEPT-CODE            PIC X(4).
           05 SW-LAST-NAME            PIC X(15).
           05 SW-FIRST-NAME           PIC X(15).
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-JOB-CODE             PIC X(6).
           05 SW-PAY-RATE             PIC 9(3)V99.
           05 SW-MINIMUM-RATE         PIC 9(3)V99.
           05 SW-MIDPOINT-RATE        PIC 9(3)V99.
           05 SW-MAXIMUM-RATE         PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-COMPA-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-JOB-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-COMPA-REPORT-STATUS      PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-JOBMAST-SWITCH           PIC X VALUE 'N'.
           88 JOBMAST-ON-FILE              VALUE 'Y'.
       01 WS-EMPJOB-SWITCH            PIC X VALUE 'N'.
           88 EMPJOB-ON-FILE               VALUE 'Y'.
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.
       01 WS-FIRST-BREAK-SWITCH       PIC X VALUE 'Y'.
           88 NOTHING-PRINTED-YET          VALUE 'Y'.

       01 WS-FAR-PERCENT              PIC 9(2) VALUE 15.
       01 WS-CURRENT-GRADE            PIC X(2) VALUE LOW-VALUES.
       01 WS-CURRENT-DEPT             PIC X(4) VALUE LOW-VALUES.
       01 WS-COMPA-RATIO              PIC 9(3)V9 VALUE 0.
       01 WS-FINDING                  PIC X(13) VALUE SPACES.

      * Headcount, compa-ratio sum and findings at each level -
      * 1 department, 2 grade, 3 the whole report.
       01 WS-BREAK-TOTALS.
           05 WS-BREAK-LEVEL OCCURS 3 TIMES.
               10 WS-BREAK-HEADCOUNT  PIC 9(5).
               10 WS-BREAK-GRADED     PIC 9(5).
               10 WS-BREAK-COMPA-SUM  PIC 9(7)V9.
               10 WS-BREAK-BELOW      PIC 9(5).
               10 WS-BREAK-ABOVE      PIC 9(5).
               10 WS-BREAK-FAR        PIC 9(5).
       01 WS-LEVEL                    PIC 9 VALUE 0.
       01 WS-AVERAGE-COMPA            PIC 9(3)V9 VALUE 0.

       01 WS-RATE-DISPLAY             PIC ZZ9.99.
       01 WS-MIN-DISPLAY              PIC ZZ9.99.
       01 WS-MID-DISPLAY              PIC ZZ9.99.
       01 WS-MAX-DISPLAY              PIC ZZ9.99.
       01 WS-COMPA-DISPLAY            PIC ZZ9.9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-BELOW-DISPLAY            PIC ZZZZ9.
       01 WS-ABOVE-DISPLAY            PIC ZZZZ9.
       01 WS-FAR-DISPLAY              PIC ZZZZ9.
       01 WS-BREAK-LABEL              PIC X(16) VALUE SPACES.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "COMPARPT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           PERFORM Read-Compa-Control.
           INITIALIZE WS-BREAK-TOTALS.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT JOB-MASTER.
           IF WS-JOB-MASTER-STATUS = "00"
               SET JOBMAST-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT JOB-ASSIGNMENT-MASTER.
           IF WS-JOB-ASSIGNMENT-STATUS = "00"
               SET EMPJOB-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT COMPA-REPORT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "COMPA-RATIO BY PAY GRADE AND DEPARTMENT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "COMPARPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PAY-GRADE SW-DEPT-CODE
                   SW-LAST-NAME SW-FIRST-NAME
               INPUT PROCEDURE IS Release-Paid-Employees
               OUTPUT PROCEDURE IS Print-Compa-Report.

           IF NOT NOTHING-PRINTED-YET
               PERFORM Write-Department-Totals
               PERFORM Write-Grade-Totals
           END-IF.
           MOVE 3 TO WS-LEVEL.
           MOVE "ALL GRADES" TO WS-BREAK-LABEL.
           PERFORM Write-Break-Totals.

           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE COMPA-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE COMPA-REPORT.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           IF EMPJOB-ON-FILE
               CLOSE JOB-ASSIGNMENT-MASTER
           END-IF.
           IF JOBMAST-ON-FILE
               CLOSE JOB-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           GOBACK.

      * The acctpost control-card convention: no card, or one
      * that is not a positive number, keeps the default.
       Read-Compa-Control.
           OPEN INPUT COMPA-CONTROL.
           IF WS-COMPA-CONTROL-STATUS = "00"
               READ COMPA-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPA-CONTROL-REC NUMERIC
                           AND COMPA-CONTROL-REC > 0
                           MOVE COMPA-CONTROL-REC TO WS-FAR-PERCENT
                       END-IF
               END-READ
               CLOSE COMPA-CONTROL
           END-IF.

       Release-Paid-Employees.
           OPEN INPUT PAY-MASTER.
           IF WS-PAY-MASTER-STATUS = "00"
               PERFORM UNTIL WS-PAY-MASTER-STATUS NOT = "00"
                   READ PAY-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PM-FINAL-PAY-DATE NOT NUMERIC
                               OR PM-FINAL-PAY-DATE = 0
                               PERFORM Release-One-Employee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-MASTER
           ELSE
               DISPLAY "PAY MASTER NOT AVAILABLE:"
                       WS-PAY-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "00" TO WS-PAY-MASTER-STATUS.

      * No job, or a job no longer on JOBMAST, sorts into the
      * UNGRADED band; no department into UNASSIGNED.
       Release-One-Employee.
           MOVE "ZZ"   TO SW-PAY-GRADE.
           MOVE "ZZZZ" TO SW-DEPT-CODE.
           MOVE SPACES TO SW-JOB-CODE.
           MOVE 0 TO SW-MINIMUM-RATE.
           MOVE 0 TO SW-MIDPOINT-RATE.
           MOVE 0 TO SW-MAXIMUM-RATE.
           IF EMPJOB-ON-FILE AND JOBMAST-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER
               READ JOB-ASSIGNMENT-MASTER
                   KEY IS EJ-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EJ-JOB-CODE TO SW-JOB-CODE
                       PERFORM Fetch-Job-Range
               END-READ
           END-IF.
           IF EMPDEPT-ON-FILE
               MOVE PM-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ED-DEPT-CODE TO SW-DEPT-CODE
               END-READ
           END-IF.
           MOVE SPACES TO SW-LAST-NAME.
           MOVE SPACES TO SW-FIRST-NAME.
           MOVE PM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER" TO SW-LAST-NAME
               NOT INVALID KEY
                   MOVE EM-LAST-NAME  TO SW-LAST-NAME
                   MOVE EM-FIRST-NAME TO SW-FIRST-NAME
           END-READ.
           MOVE PM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE PM-PAY-RATE TO SW-PAY-RATE.
           RELEASE SORT-WORK-REC.

       Fetch-Job-Range.
           MOVE EJ-JOB-CODE TO JB-JOB-CODE.
           READ JOB-MASTER
               KEY IS JB-JOB-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JB-PAY-GRADE     TO SW-PAY-GRADE
                   MOVE JB-MINIMUM-RATE  TO SW-MINIMUM-RATE
                   MOVE JB-MIDPOINT-RATE TO SW-MIDPOINT-RATE
                   MOVE JB-MAXIMUM-RATE  TO SW-MAXIMUM-RATE
           END-READ.

       Print-Compa-Report.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Print-One-Compa-Line
               END-RETURN
           END-PERFORM.

       Print-One-Compa-Line.
           IF SW-PAY-GRADE NOT = WS-CURRENT-GRADE
               IF NOT NOTHING-PRINTED-YET
                   PERFORM Write-Department-Totals
                   PERFORM Write-Grade-Totals
               END-IF
               MOVE SW-PAY-GRADE TO WS-CURRENT-GRADE
               MOVE LOW-VALUES TO WS-CURRENT-DEPT
               PERFORM Write-Grade-Heading
           END-IF.
           IF SW-DEPT-CODE NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = LOW-VALUES
                   PERFORM Write-Department-Totals
               END-IF
               MOVE SW-DEPT-CODE TO WS-CURRENT-DEPT
               PERFORM Write-Department-Heading
           END-IF.
           PERFORM Measure-Compa-Ratio.
           MOVE SW-PAY-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF SW-PAY-GRADE = "ZZ"
               STRING "  " SW-EMPLOYEE-NUMBER
                       " " SW-LAST-NAME
                       " " SW-FIRST-NAME(1:10)
                       " " SW-JOB-CODE
                       " " WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               MOVE WS-COMPA-RATIO TO WS-COMPA-DISPLAY
               STRING "  " SW-EMPLOYEE-NUMBER
                       " " SW-LAST-NAME
                       " " SW-FIRST-NAME(1:10)
                       " " SW-JOB-CODE
                       " " WS-RATE-DISPLAY
                       " " WS-COMPA-DISPLAY
                       " " WS-FINDING
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

      * The ratio is counted at every level at once; ungraded
      * employees count in the headcount only.
       Measure-Compa-Ratio.
           MOVE SPACES TO WS-FINDING.
           MOVE 0 TO WS-COMPA-RATIO.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               ADD 1 TO WS-BREAK-HEADCOUNT(WS-LEVEL)
           END-PERFORM.
           IF SW-PAY-GRADE = "ZZ" OR SW-MIDPOINT-RATE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COMPA-RATIO ROUNDED =
               SW-PAY-RATE * 100 / SW-MIDPOINT-RATE
               ON SIZE ERROR
                   MOVE 999.9 TO WS-COMPA-RATIO
           END-COMPUTE.
           EVALUATE TRUE
               WHEN SW-PAY-RATE < SW-MINIMUM-RATE
                   MOVE "BELOW MIN" TO WS-FINDING
               WHEN SW-PAY-RATE > SW-MAXIMUM-RATE
                   MOVE "ABOVE MAX" TO WS-FINDING
               WHEN WS-COMPA-RATIO < 100 - WS-FAR-PERCENT
                   OR WS-COMPA-RATIO > 100 + WS-FAR-PERCENT
                   MOVE "FAR FROM MID" TO WS-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               ADD 1 TO WS-BREAK-GRADED(WS-LEVEL)
               ADD WS-COMPA-RATIO TO WS-BREAK-COMPA-SUM(WS-LEVEL)
               EVALUATE WS-FINDING
                   WHEN "BELOW MIN"
                       ADD 1 TO WS-BREAK-BELOW(WS-LEVEL)
                   WHEN "ABOVE MAX"
                       ADD 1 TO WS-BREAK-ABOVE(WS-LEVEL)
                   WHEN "FAR FROM MID"
                       ADD 1 TO WS-BREAK-FAR(WS-LEVEL)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       Write-Grade-Heading.
           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF SW-PAY-GRADE = "ZZ"
               MOVE "UNGRADED - NO JOB ON FILE" TO WS-DETAIL-LINE
           ELSE
               MOVE SW-MINIMUM-RATE  TO WS-MIN-DISPLAY
               MOVE SW-MIDPOINT-RATE TO WS-MID-DISPLAY
               MOVE SW-MAXIMUM-RATE  TO WS-MAX-DISPLAY
               STRING "PAY GRADE " SW-PAY-GRADE
                       "   MIN:" WS-MIN-DISPLAY
                       "  MID:" WS-MID-DISPLAY
                       "  MAX:" WS-MAX-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

       Write-Department-Heading.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF SW-DEPT-CODE = "ZZZZ"
               MOVE " DEPARTMENT UNASSIGNED" TO WS-DETAIL-LINE
           ELSE
               STRING " DEPARTMENT " SW-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

       Write-Department-Totals.
           MOVE 1 TO WS-LEVEL.
           MOVE SPACES TO WS-BREAK-LABEL.
           STRING " DEPT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-BREAK-LABEL.
           PERFORM Write-Break-Totals.

       Write-Grade-Totals.
           MOVE 2 TO WS-LEVEL.
           MOVE SPACES TO WS-BREAK-LABEL.
           STRING "GRADE " WS-CURRENT-GRADE
               DELIMITED BY SIZE INTO WS-BREAK-LABEL.
           PERFORM Write-Break-Totals.

      * One line per break, then the level starts over.
       Write-Break-Totals.
           MOVE 0 TO WS-AVERAGE-COMPA.
           IF WS-BREAK-GRADED(WS-LEVEL) > 0
               COMPUTE WS-AVERAGE-COMPA ROUNDED =
                   WS-BREAK-COMPA-SUM(WS-LEVEL)
                   / WS-BREAK-GRADED(WS-LEVEL)
           END-IF.
           MOVE WS-BREAK-HEADCOUNT(WS-LEVEL) TO WS-COUNT-DISPLAY.
           MOVE WS-AVERAGE-COMPA TO WS-COMPA-DISPLAY.
           MOVE WS-BREAK-BELOW(WS-LEVEL) TO WS-BELOW-DISPLAY.
           MOVE WS-BREAK-ABOVE(WS-LEVEL) TO WS-ABOVE-DISPLAY.
           MOVE WS-BREAK-FAR(WS-LEVEL)   TO WS-FAR-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-BREAK-LABEL
                   " HC:" WS-COUNT-DISPLAY
                   " AVG:" WS-COMPA-DISPLAY
                   " BELOW:" WS-BELOW-DISPLAY
                   " ABOVE:" WS-ABOVE-DISPLAY
                   " FAR:" WS-FAR-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           INITIALIZE WS-BREAK-LEVEL(WS-LEVEL).

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE COMPA-REPORT-LINE FROM RP-HEADING-1
               WRITE COMPA-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE COMPA-REPORT-LINE FROM WS-DETAIL-LINE.
