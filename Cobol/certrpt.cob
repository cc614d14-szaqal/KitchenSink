       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRPT.
      * Monthly certification expiry report over the CERTMAST
      * certification master, for everyone on EMPLOYEE-MASTER:
      * every certification already lapsed, every certification
      * the employee's job (EMPJOB) or department (EMPDEPT)
      * requires on the CERTREQ table but the employee does not
      * hold at all, and every certification lapsing within the
      * next 30, 60 and 90 days - a section each, in that order,
      * soonest first, through RPTWRITE. Anyone working on a
      * lapsed certification is also logged severe through LOGERR
      * so it reaches EXCPSUM whether or not the report is read.
      * A code required by both the job and the department is
      * checked once. Findings SORT by section, expiry date and
      * employee (the DEPTRPT SORT convention). RC=4 when anything
      * has lapsed or is missing.
      * Each run is kept in the RPTREPO report repository as
      * CERTRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT CERT-MASTER ASSIGN TO "Cobol/data/CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CERT-MASTER-STATUS.

           SELECT REQUIREMENT-MASTER ASSIGN TO
               "Cobol/data/CERTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-REQUIREMENT-KEY
               ALTERNATE RECORD KEY IS CQ-CERT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-REQUIREMENT-MASTER-STATUS.

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

           SELECT CERT-REPORT ASSIGN TO "Cobol/data/CERTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  CERT-MASTER.
       01 CERT-MASTER-REC.
           COPY CERT-MASTER-REC.

       FD  REQUIREMENT-MASTER.
       01 REQUIREMENT-MASTER-REC.
           COPY CERT-REQ-REC.

       FD  JOB-ASSIGNMENT-MASTER.
       01 JOB-ASSIGNMENT-REC.
           COPY EMP-JOB-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  CERT-REPORT.
       01 CERT-REPORT-LINE            PIC X(80).

      * SW-SECTION orders the report: 1 lapsed, 2 missing, then
      * 3, 4 and 5 lapsing within 30, 60 and 90 days.
       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SW-SECTION              PIC 9.
           05 SW-EXPIRY-DATE          PIC 9(8).
           05 SW-EMPLOYEE-NUMBER      PIC 9(6).
           05 SW-CERT-CODE            PIC X(4).
           05 SW-DAYS                 PIC 9(5).
           05 SW-LAST-NAME            PIC X(15).
           05 SW-FIRST-NAME           PIC X(15).
           05 SW-CERT-NAME            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-CERT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-REQUIREMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-JOB-ASSIGNMENT-STATUS    PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CERT-REPORT-STATUS       PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-CERTMAST-SWITCH          PIC X VALUE 'N'.
           88 CERTMAST-ON-FILE             VALUE 'Y'.
       01 WS-CERTREQ-SWITCH           PIC X VALUE 'N'.
           88 CERTREQ-ON-FILE              VALUE 'Y'.
       01 WS-EMPJOB-SWITCH            PIC X VALUE 'N'.
           88 EMPJOB-ON-FILE               VALUE 'Y'.
       01 WS-EMPDEPT-SWITCH           PIC X VALUE 'N'.
           88 EMPDEPT-ON-FILE              VALUE 'Y'.

       01 WS-EMPLOYEE-BROWSE-SWITCH   PIC X VALUE 'N'.
           88 EMPLOYEE-BROWSE-DONE         VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-SECTION-SWITCH           PIC X VALUE 'N'.
           88 SECTION-IN-PROGRESS          VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DAY                  PIC 9(7) VALUE 0.
       01 WS-DAYS-TO-EXPIRY           PIC S9(7) VALUE 0.
       01 WS-CURRENT-SECTION          PIC 9 VALUE 0.

      * Codes already checked for the employee, so a code the job
      * and the department both require is looked for once.
       01 WS-CHECKED-COUNT            PIC 99 VALUE 0.
       01 WS-CHECKED-TABLE.
           05 WS-CHECKED-CODE         PIC X(4) OCCURS 40 TIMES.
       01 WS-CHECKED-SUBSCRIPT        PIC 99 VALUE 0.
       01 WS-SCOPE-TYPE               PIC X VALUE SPACE.
       01 WS-SCOPE-CODE               PIC X(6) VALUE SPACES.

       01 WS-EMPLOYEES-CHECKED        PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNTS.
           05 WS-SECTION-COUNT        PIC 9(5) OCCURS 5 TIMES.
       01 WS-SECTION-TITLES.
           05 FILLER                  PIC X(40)
               VALUE "LAPSED - WORKING WITHOUT IT".
           05 FILLER                  PIC X(40)
               VALUE "REQUIRED BY JOB OR DEPARTMENT - NOT HELD".
           05 FILLER                  PIC X(40)
               VALUE "LAPSING WITHIN 30 DAYS".
           05 FILLER                  PIC X(40)
               VALUE "LAPSING IN 31 TO 60 DAYS".
           05 FILLER                  PIC X(40)
               VALUE "LAPSING IN 61 TO 90 DAYS".
       01 WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05 WS-SECTION-TITLE        PIC X(40) OCCURS 5 TIMES.

       01 WS-DAYS-DISPLAY             PIC ZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CERTRPT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           INITIALIZE WS-SECTION-COUNTS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CERT-MASTER.
           IF WS-CERT-MASTER-STATUS = "00"
               SET CERTMAST-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO CERTMAST - NO CERTIFICATIONS HELD:"
                       WS-CERT-MASTER-STATUS
           END-IF.
           OPEN INPUT REQUIREMENT-MASTER.
           IF WS-REQUIREMENT-MASTER-STATUS = "00"
               SET CERTREQ-ON-FILE TO TRUE
           ELSE
               DISPLAY "NO CERTREQ - NOTHING REQUIRED:"
                       WS-REQUIREMENT-MASTER-STATUS
           END-IF.
           OPEN INPUT JOB-ASSIGNMENT-MASTER.
           IF WS-JOB-ASSIGNMENT-STATUS = "00"
               SET EMPJOB-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "00"
               SET EMPDEPT-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT CERT-REPORT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "CERTIFICATION EXPIRY AND COMPLIANCE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "CERTRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           SORT SORT-WORK
               ON ASCENDING KEY SW-SECTION SW-EXPIRY-DATE
                   SW-EMPLOYEE-NUMBER SW-CERT-CODE
               INPUT PROCEDURE IS Release-Cert-Findings
               OUTPUT PROCEDURE IS Print-Cert-Report.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE CERT-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE CERT-REPORT.
           IF EMPDEPT-ON-FILE
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           IF EMPJOB-ON-FILE
               CLOSE JOB-ASSIGNMENT-MASTER
           END-IF.
           IF CERTREQ-ON-FILE
               CLOSE REQUIREMENT-MASTER
           END-IF.
           IF CERTMAST-ON-FILE
               CLOSE CERT-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.

           IF WS-SECTION-COUNT(1) > 0 OR WS-SECTION-COUNT(2) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Release-Cert-Findings.
           MOVE 0 TO EM-EMPLOYEE-NUMBER.
           START EMPLOYEE-MASTER
               KEY IS >= EM-EMPLOYEE-NUMBER
               INVALID KEY
                   SET EMPLOYEE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL EMPLOYEE-BROWSE-DONE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET EMPLOYEE-BROWSE-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-CHECKED
                       MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER
                       MOVE EM-LAST-NAME       TO SW-LAST-NAME
                       MOVE EM-FIRST-NAME      TO SW-FIRST-NAME
                       IF CERTMAST-ON-FILE
                           PERFORM Release-Held-Certifications
                       END-IF
                       IF CERTREQ-ON-FILE
                           PERFORM Release-Missing-Requirements
                       END-IF
               END-READ
           END-PERFORM.

      * The employee's certifications are the run of CERTMAST keys
      * that starts with the employee number.
       Release-Held-Certifications.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE SW-EMPLOYEE-NUMBER TO CT-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO CT-CERT-CODE.
           START CERT-MASTER
               KEY IS >= CT-CERT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ CERT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF CT-EMPLOYEE-NUMBER NOT = SW-EMPLOYEE-NUMBER
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Classify-Certification
                       END-IF
               END-READ
           END-PERFORM.

      * The expiry date is the last good day, so a certification
      * expiring today is still good and sits in the 30-day
      * section; from tomorrow it is lapsed.
       Classify-Certification.
           IF CT-EXPIRY-DATE NOT NUMERIC OR CT-EXPIRY-DATE < 16010101
               MOVE 0 TO WS-DAYS-TO-EXPIRY
               MOVE 1 TO SW-SECTION
           ELSE
               COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(CT-EXPIRY-DATE)
                   - WS-RUN-DAY
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-EXPIRY < 0
                       MOVE 1 TO SW-SECTION
                   WHEN WS-DAYS-TO-EXPIRY <= 30
                       MOVE 3 TO SW-SECTION
                   WHEN WS-DAYS-TO-EXPIRY <= 60
                       MOVE 4 TO SW-SECTION
                   WHEN WS-DAYS-TO-EXPIRY <= 90
                       MOVE 5 TO SW-SECTION
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           IF WS-DAYS-TO-EXPIRY < 0
               COMPUTE SW-DAYS = 0 - WS-DAYS-TO-EXPIRY
           ELSE
               MOVE WS-DAYS-TO-EXPIRY TO SW-DAYS
           END-IF.
           MOVE CT-EXPIRY-DATE TO SW-EXPIRY-DATE.
           MOVE CT-CERT-CODE   TO SW-CERT-CODE.
           PERFORM Find-Cert-Name.
           RELEASE SORT-WORK-REC.
           IF SW-SECTION = 1
               PERFORM Log-Lapsed-Certification
           END-IF.

       Find-Cert-Name.
           MOVE SPACES TO SW-CERT-NAME.
           IF CERTREQ-ON-FILE
               MOVE SW-CERT-CODE TO CQ-CERT-CODE
               READ REQUIREMENT-MASTER
                   KEY IS CQ-CERT-CODE
                   INVALID KEY
                       MOVE "** NOT ON REQUIREMENTS" TO SW-CERT-NAME
                   NOT INVALID KEY
                       MOVE CQ-CERT-NAME TO SW-CERT-NAME
               END-READ
           END-IF.

       Log-Lapsed-Certification.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "E011" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "CERTRPT" TO EX-PROGRAM-ID.
           STRING "CERT LAPSED - EMPLOYEE:" SW-EMPLOYEE-NUMBER
                   " CERT:" SW-CERT-CODE
                   " EXPIRED:" SW-EXPIRY-DATE
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * What the job requires, then what the department requires.
       Release-Missing-Requirements.
           MOVE 0 TO WS-CHECKED-COUNT.
           IF EMPJOB-ON-FILE
               MOVE SW-EMPLOYEE-NUMBER TO EJ-EMPLOYEE-NUMBER
               READ JOB-ASSIGNMENT-MASTER
                   KEY IS EJ-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO WS-SCOPE-TYPE
                       MOVE EJ-JOB-CODE TO WS-SCOPE-CODE
                       PERFORM Check-Scope-Requirements
               END-READ
           END-IF.
           IF EMPDEPT-ON-FILE
               MOVE SW-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
               READ ASSIGNMENT-MASTER
                   KEY IS ED-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-SCOPE-TYPE
                       MOVE ED-DEPT-CODE TO WS-SCOPE-CODE
                       PERFORM Check-Scope-Requirements
               END-READ
           END-IF.

       Check-Scope-Requirements.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-SCOPE-TYPE TO CQ-SCOPE-TYPE.
           MOVE WS-SCOPE-CODE TO CQ-SCOPE-CODE.
           MOVE LOW-VALUES TO CQ-CERT-CODE.
           START REQUIREMENT-MASTER
               KEY IS >= CQ-REQUIREMENT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ REQUIREMENT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF CQ-SCOPE-TYPE NOT = WS-SCOPE-TYPE
                           OR CQ-SCOPE-CODE NOT = WS-SCOPE-CODE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Check-One-Requirement
                       END-IF
               END-READ
           END-PERFORM.

      * Held at all is enough here - a held certification that
      * has lapsed is already in the lapsed section.
       Check-One-Requirement.
           SET LOOKUP-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CHECKED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CHECKED-SUBSCRIPT > WS-CHECKED-COUNT
               IF WS-CHECKED-CODE(WS-CHECKED-SUBSCRIPT)
                       = CQ-CERT-CODE
                   SET LOOKUP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF LOOKUP-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHECKED-COUNT < 40
               ADD 1 TO WS-CHECKED-COUNT
               MOVE CQ-CERT-CODE TO WS-CHECKED-CODE(WS-CHECKED-COUNT)
           END-IF.
           IF CERTMAST-ON-FILE
               MOVE SW-EMPLOYEE-NUMBER TO CT-EMPLOYEE-NUMBER
               MOVE CQ-CERT-CODE       TO CT-CERT-CODE
               READ CERT-MASTER
                   KEY IS CT-CERT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOOKUP-FOUND TO TRUE
               END-READ
           END-IF.
           IF LOOKUP-NOT-FOUND
               MOVE 2 TO SW-SECTION
               MOVE 0 TO SW-EXPIRY-DATE
               MOVE 0 TO SW-DAYS
               MOVE CQ-CERT-CODE TO SW-CERT-CODE
               MOVE CQ-CERT-NAME TO SW-CERT-NAME
               RELEASE SORT-WORK-REC
           END-IF.

       Print-Cert-Report.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Print-One-Finding
               END-RETURN
           END-PERFORM.
           IF SECTION-IN-PROGRESS
               PERFORM Write-Section-Total
           END-IF.

       Print-One-Finding.
           IF SECTION-IN-PROGRESS
               AND SW-SECTION NOT = WS-CURRENT-SECTION
               PERFORM Write-Section-Total
           END-IF.
           IF NOT SECTION-IN-PROGRESS
               PERFORM Write-Section-Heading
           END-IF.
           ADD 1 TO WS-SECTION-COUNT(SW-SECTION).
           MOVE SW-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF SW-SECTION = 2
               STRING "  " SW-EMPLOYEE-NUMBER
                       " " SW-LAST-NAME
                       " " SW-FIRST-NAME(1:10)
                       " " SW-CERT-CODE
                       " " SW-CERT-NAME(1:20)
                       " NOT HELD"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "  " SW-EMPLOYEE-NUMBER
                       " " SW-LAST-NAME
                       " " SW-FIRST-NAME(1:10)
                       " " SW-CERT-CODE
                       " " SW-CERT-NAME(1:20)
                       " " SW-EXPIRY-DATE
                       " " WS-DAYS-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

       Write-Section-Heading.
           SET SECTION-IN-PROGRESS TO TRUE.
           MOVE SW-SECTION TO WS-CURRENT-SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-SECTION-TITLE(SW-SECTION) TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "EMP"  TO WS-DETAIL-LINE(3:).
           MOVE "NAME" TO WS-DETAIL-LINE(10:).
           MOVE "CERT" TO WS-DETAIL-LINE(37:).
           EVALUATE SW-SECTION
               WHEN 1
                   MOVE "EXPIRED  DAYS AGO" TO WS-DETAIL-LINE(63:)
               WHEN 2
                   CONTINUE
               WHEN OTHER
                   MOVE "EXPIRES  DAYS LEFT" TO WS-DETAIL-LINE(63:)
           END-EVALUATE.
           PERFORM Write-Report-Line.

       Write-Section-Total.
           MOVE WS-SECTION-COUNT(WS-CURRENT-SECTION)
               TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  SECTION TOTAL:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE 'N' TO WS-SECTION-SWITCH.

       Write-Report-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-EMPLOYEES-CHECKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES CHECKED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-SECTION-COUNT(1) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LAPSED:                " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-SECTION-COUNT(2) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUIRED, NOT HELD:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-SECTION-COUNT(3) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LAPSING IN 30 DAYS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-SECTION-COUNT(4) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LAPSING IN 31-60 DAYS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-SECTION-COUNT(5) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LAPSING IN 61-90 DAYS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE CERT-REPORT-LINE FROM RP-HEADING-1
               WRITE CERT-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE CERT-REPORT-LINE FROM WS-DETAIL-LINE.
