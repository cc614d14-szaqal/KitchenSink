       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNDUE.
      * Daily overdue-return report over the EMPSTAT employment-
      * status master (copybooks/EMP-STAT-REC.cpy): everyone on
      * leave of absence or suspended today whose expected return
      * date has already passed lists on RTNDUE through RPTWRITE -
      * the employee and name from EMPLOYEE-MASTER, the status,
      * the day it started, the expected return, the days past it
      * and the HR reason code - so HR chases the return or keys
      * the EMPSTMNT extension instead of finding out on payday.
      * An open-ended suspension (no expected return) is never
      * overdue, and a status change keyed ahead of today has not
      * started yet - until its date the absence it ends is still
      * the one on file, due back on that date. Anyone listed ends
      * the run RC=4 so the schedule shows it.
      * Each run is kept in the RPTREPO report repository as
      * RTNDUE, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER ASSIGN TO "Cobol/data/EMPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-EMPLOYEE-NUMBER
               FILE STATUS IS WS-STATUS-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT OVERDUE-REPORT ASSIGN TO "Cobol/data/RTNDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDUE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER.
       01 STATUS-MASTER-REC.
           COPY EMP-STAT-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  OVERDUE-REPORT.
       01 OVERDUE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-OVERDUE-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DAY                  PIC 9(7) VALUE 0.
       01 WS-DAYS-OVERDUE             PIC 9(5) VALUE 0.

       01 WS-STATUS-RECORDS-READ      PIC 9(6) VALUE 0.
       01 WS-EMPLOYEES-ABSENT         PIC 9(6) VALUE 0.
       01 WS-EMPLOYEES-OVERDUE        PIC 9(6) VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(25) VALUE SPACES.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-EDITED-DAYS-OVERDUE      PIC ZZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RTNDUE"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT STATUS-MASTER.
           IF WS-STATUS-MASTER-STATUS NOT = "00"
               DISPLAY "NO EMPSTAT ON FILE - NOBODY IS ABSENT:"
                       WS-STATUS-MASTER-STATUS
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN OUTPUT OVERDUE-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "LEAVE AND SUSPENSION PAST EXPECTED RETURN"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "RTNDUE"        TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOY NAME                      S SINCE    "
                   "EXPECTED  OVER RSN"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM UNTIL WS-STATUS-MASTER-STATUS NOT = "00"
               READ STATUS-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-STATUS-RECORDS-READ
                       PERFORM Check-One-Absence
               END-READ
           END-PERFORM.
           CLOSE STATUS-MASTER.
           CLOSE EMPLOYEE-MASTER.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE OVERDUE-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE OVERDUE-REPORT.

           IF WS-EMPLOYEES-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Only a leave or suspension already in effect is absent
      * today; one due back today is not yet overdue.
       Check-One-Absence.
           IF ES-STATUS-IS-ACTIVE
               OR ES-EFFECTIVE-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMPLOYEES-ABSENT.
           IF ES-EXPECTED-RETURN = 0
               OR ES-EXPECTED-RETURN NOT < WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMPLOYEES-OVERDUE.
           PERFORM Fetch-Employee-Name.
           COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(ES-EXPECTED-RETURN).
           MOVE WS-DAYS-OVERDUE TO WS-EDITED-DAYS-OVERDUE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING ES-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " ES-STATUS
                   " " ES-EFFECTIVE-DATE
                   " " ES-EXPECTED-RETURN
                   " " WS-EDITED-DAYS-OVERDUE
                   " " ES-REASON-CODE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * A status record can outlive its employee only between an
      * EMPTERM run's failure and its rerun - list the number
      * anyway rather than drop the finding.
       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           MOVE ES-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.

       Write-Report-Totals.
           MOVE WS-EMPLOYEES-ABSENT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ON LEAVE OR SUSPENDED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-EMPLOYEES-OVERDUE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAST EXPECTED RETURN:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE OVERDUE-REPORT-LINE FROM RP-HEADING-1
               WRITE OVERDUE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE OVERDUE-REPORT-LINE FROM WS-DETAIL-LINE.
