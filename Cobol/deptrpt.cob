       PROGRAM-ID. DEPTRPT.
      * Departmental roster and headcount report - the first
      * "by department" cut any report in this suite has offered.
      * Each EMPLOYEE-MASTER record picks up its department
      * assignment as of the DEPTCTL card's date - today when
      * there is no card - from the CALLed DEPTHSTW assignment
      * history, so the roster can be run for any past date
      * (none means the UNASSIGNED band, visibly, so
      * the gap itself reports), the whole workforce SORTs into
      * department and name order (the EMPRSTR SORT convention),
      * and the roster prints through the shared RPTWRITE service
      * with a headcount control break at each department,
      * department names resolved from DEPTMAST. A roster for a
      * past date lists the workforce on file today that had
      * been hired by then - leavers are on EMPHIST, not here.
      * Each run is kept in the RPTREPO report repository as
      * DEPTRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

      * Optional report card: the as-of date, YYYYMMDD.
           SELECT DEPT-CONTROL ASSIGN TO "DEPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-CONTROL-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  DEPT-CONTROL.
       01 DEPT-CONTROL-REC.
           05 DC-AS-OF-DATE           PIC 9(8).
           05 FILLER                  PIC X(72).

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-DEPT-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-DEPT-REPORT-STATUS       PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-DEPTMAST-SWITCH          PIC X VALUE 'N'.
           88 DEPTMAST-ON-FILE             VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01 WS-AS-OF-RESULT             PIC X VALUE 'N'.
       01 WS-CURRENT-DEPT             PIC X(4) VALUE LOW-VALUES.
       01 WS-DEPT-HEADCOUNT           PIC 9(5) VALUE 0.
       01 WS-TOTAL-HEADCOUNT          PIC 9(5) VALUE 0.
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
           MOVE "DEPTRPT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           PERFORM Read-Dept-Control.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           MOVE "ROSTER AND HEADCOUNT BY DEPARTMENT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "DEPTRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ASSIGNMENTS AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT-CODE SW-LAST-NAME
           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.
           GOBACK.

      * No card, or a card without a real date that has arrived,
      * is today's roster.
       Read-Dept-Control.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DEPT-CONTROL.
           IF WS-DEPT-CONTROL-STATUS = "00"
               READ DEPT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-AS-OF-DATE NUMERIC
                           CALL "DATECHK" USING DC-AS-OF-DATE
                               WS-AS-OF-RESULT
                           IF WS-AS-OF-RESULT = 'Y'
                               MOVE DC-AS-OF-DATE TO WS-AS-OF-DATE
                           ELSE
                               DISPLAY "DEPTCTL DATE IGNORED:"
                                       DC-AS-OF-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE DEPT-CONTROL
           END-IF.

      * The missing assignment is a finding, not a crash: the
      * employee sorts under the visible UNASSIGNED band.
       Release-Assigned-Employees.
           MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS.

       Release-One-Employee.
           IF EM-HIRE-DATE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE "ZZZZ" TO SW-DEPT-CODE.
           MOVE 'Q' TO DQ-REQUEST-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           MOVE WS-AS-OF-DATE TO DQ-AS-OF-DATE.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.
           IF DQ-RESULT-SWITCH = 'Y'
               MOVE DQ-DEPT-CODE TO SW-DEPT-CODE
           END-IF.
           MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE EM-FIRST-NAME      TO SW-FIRST-NAME.
