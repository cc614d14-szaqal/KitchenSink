       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMOVE.
      * Department movement report over the DEPTHIST assignment
      * history (copybooks/DEPT-HIST-REC.cpy): every transfer that
      * took effect in the period on the DMOVCTL card - the
      * previous calendar month when there is no card - lists
      * twice, as a transfer out of the department left and a
      * transfer in to the department joined, each with the date,
      * the employee and name from EMPLOYEE-MASTER and the other
      * department. A transfer's date is the first day in the new
      * department; the spell before it is the one it closed. The
      * movements SORT into department and date order (the DEPTRPT
      * SORT convention) and print through RPTWRITE with the
      * department name from DEPTMAST and a control break giving
      * the transfers in, out and net for each department.
      * New assignments, removals and terminations are not
      * transfers and do not list.
      * Each run is kept in the RPTREPO report repository as
      * DEPTMOVE, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional report card: period from and through, YYYYMMDD.
           SELECT MOVE-CONTROL ASSIGN TO "DMOVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-CONTROL-STATUS.

           SELECT HISTORY-MASTER ASSIGN TO "Cobol/data/DEPTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-HISTORY-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT MOVE-REPORT ASSIGN TO "Cobol/data/DEPTMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-CONTROL.
       01 MOVE-CONTROL-REC.
           05 MC-FROM-DATE            PIC 9(8).
           05 MC-THRU-DATE            PIC 9(8).
           05 FILLER                  PIC X(64).

       FD  HISTORY-MASTER.
       01 HISTORY-MASTER-REC.
           COPY DEPT-HIST-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  MOVE-REPORT.
       01 MOVE-REPORT-LINE            PIC X(80).

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SM-DEPT-CODE            PIC X(4).
           05 SM-MOVE-DATE            PIC 9(8).
           05 SM-DIRECTION            PIC X(3).
               88 SM-MOVE-IS-IN            VALUE "IN ".
           05 SM-EMPLOYEE-NUMBER      PIC 9(6).
           05 SM-OTHER-DEPT           PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-MOVE-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-HISTORY-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-MOVE-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 99.
           05 WS-RUN-DAY              PIC 99.
       01 WS-FROM-DATE                PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR            PIC 9(4).
           05 WS-FROM-MONTH           PIC 99.
           05 WS-FROM-DAY             PIC 99.
       01 WS-THRU-DATE                PIC 9(8) VALUE 0.
       01 WS-MONTH-START              PIC 9(8) VALUE 0.
       01 WS-FROM-RESULT              PIC X VALUE 'N'.
       01 WS-THRU-RESULT              PIC X VALUE 'N'.

      * The spell read just before this one, while it is the same
      * employee's - the department a transfer came from.
       01 WS-PRIOR-EMPLOYEE           PIC 9(6) VALUE 0.
       01 WS-PRIOR-DEPT               PIC X(4) VALUE SPACES.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
       01 WS-DEPTMAST-SWITCH          PIC X VALUE 'N'.
           88 DEPTMAST-ON-FILE             VALUE 'Y'.
       01 WS-FIRST-BREAK-SWITCH       PIC X VALUE 'Y'.
           88 NO-DEPT-PRINTED-YET          VALUE 'Y'.

       01 WS-CURRENT-DEPT             PIC X(4) VALUE LOW-VALUES.
       01 WS-DEPT-NAME                PIC X(20) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(25) VALUE SPACES.
       01 WS-OTHER-LABEL              PIC X(5) VALUE SPACES.

       01 WS-HISTORY-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-TRANSFERS-FOUND          PIC 9(6) VALUE 0.
       01 WS-DEPT-IN-COUNT            PIC 9(5) VALUE 0.
       01 WS-DEPT-OUT-COUNT           PIC 9(5) VALUE 0.
       01 WS-NET-MOVEMENT             PIC S9(5) VALUE 0.

       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-OUT-DISPLAY              PIC ZZZZ9.
       01 WS-NET-DISPLAY              PIC -ZZZZ9.
       01 WS-TOTAL-DISPLAY            PIC ZZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "DEPTMOVE" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Move-Control.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPTMAST-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT MOVE-REPORT.

           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "DEPARTMENT TRANSFERS IN AND OUT"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "DEPTMOVE"      TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TRANSFERS EFFECTIVE " WS-FROM-DATE
                   " THRU " WS-THRU-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SM-DEPT-CODE SM-MOVE-DATE
                   SM-DIRECTION SM-EMPLOYEE-NUMBER
               INPUT PROCEDURE IS Release-Period-Transfers
               OUTPUT PROCEDURE IS Print-Department-Movements.

           PERFORM Write-Department-Totals.
           MOVE WS-TRANSFERS-FOUND TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TRANSFERS IN PERIOD: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE MOVE-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE MOVE-REPORT.

           IF DEPTMAST-ON-FILE
               CLOSE DEPT-MASTER
           END-IF.
           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           GOBACK.

      * No card, or a card whose dates are not a real period that
      * has begun, reports the previous calendar month.
       Read-Move-Control.
           MOVE WS-RUN-YEAR TO WS-FROM-YEAR.
           MOVE WS-RUN-MONTH TO WS-FROM-MONTH.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-FROM-DATE TO WS-MONTH-START.
           COMPUTE WS-THRU-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
           MOVE WS-THRU-DATE TO WS-FROM-DATE.
           MOVE 1 TO WS-FROM-DAY.

           OPEN INPUT MOVE-CONTROL.
           IF WS-MOVE-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ MOVE-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM Check-Move-Control
           END-READ.
           CLOSE MOVE-CONTROL.

       Check-Move-Control.
           IF MC-FROM-DATE NOT NUMERIC
               OR MC-THRU-DATE NOT NUMERIC
               DISPLAY "DMOVCTL CARD IGNORED - NOT NUMERIC"
               EXIT PARAGRAPH
           END-IF.
           CALL "DATECHK" USING MC-FROM-DATE WS-FROM-RESULT.
           CALL "DATECHK" USING MC-THRU-DATE WS-THRU-RESULT.
           IF WS-FROM-RESULT NOT = 'Y'
               OR WS-THRU-RESULT = 'N'
               OR MC-THRU-DATE < MC-FROM-DATE
               DISPLAY "DMOVCTL CARD IGNORED:" MC-FROM-DATE
                       " " MC-THRU-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE MC-FROM-DATE TO WS-FROM-DATE.
           MOVE MC-THRU-DATE TO WS-THRU-DATE.

      * Spells read in employee and start-date order, so the one
      * before a transfer-in is the spell the transfer closed.
       Release-Period-Transfers.
           OPEN INPUT HISTORY-MASTER.
           IF WS-HISTORY-MASTER-STATUS NOT = "00"
               DISPLAY "NO DEPTHIST ON FILE - NO TRANSFERS:"
                       WS-HISTORY-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-MASTER-STATUS NOT = "00"
               READ HISTORY-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-RECORDS-READ
                       PERFORM Check-One-Spell
               END-READ
           END-PERFORM.
           CLOSE HISTORY-MASTER.

       Check-One-Spell.
           IF DH-EMPLOYEE-NUMBER NOT = WS-PRIOR-EMPLOYEE
               MOVE "????" TO WS-PRIOR-DEPT
           END-IF.
           IF DH-OPENED-BY-TRANSFER
               AND DH-START-DATE NOT < WS-FROM-DATE
               AND DH-START-DATE NOT > WS-THRU-DATE
               ADD 1 TO WS-TRANSFERS-FOUND
               MOVE DH-START-DATE      TO SM-MOVE-DATE
               MOVE DH-EMPLOYEE-NUMBER TO SM-EMPLOYEE-NUMBER
               MOVE WS-PRIOR-DEPT      TO SM-DEPT-CODE
               MOVE "OUT"              TO SM-DIRECTION
               MOVE DH-DEPT-CODE       TO SM-OTHER-DEPT
               RELEASE SORT-WORK-REC
               MOVE DH-DEPT-CODE       TO SM-DEPT-CODE
               MOVE "IN "              TO SM-DIRECTION
               MOVE WS-PRIOR-DEPT      TO SM-OTHER-DEPT
               RELEASE SORT-WORK-REC
           END-IF.
           MOVE DH-EMPLOYEE-NUMBER TO WS-PRIOR-EMPLOYEE.
           MOVE DH-DEPT-CODE TO WS-PRIOR-DEPT.

       Print-Department-Movements.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Print-One-Movement
               END-RETURN
           END-PERFORM.

       Print-One-Movement.
           IF SM-DEPT-CODE NOT = WS-CURRENT-DEPT
               PERFORM Write-Department-Totals
               MOVE SM-DEPT-CODE TO WS-CURRENT-DEPT
               MOVE 0 TO WS-DEPT-IN-COUNT
               MOVE 0 TO WS-DEPT-OUT-COUNT
               PERFORM Write-Department-Heading
           END-IF.
           IF SM-MOVE-IS-IN
               ADD 1 TO WS-DEPT-IN-COUNT
               MOVE "FROM " TO WS-OTHER-LABEL
           ELSE
               ADD 1 TO WS-DEPT-OUT-COUNT
               MOVE "TO   " TO WS-OTHER-LABEL
           END-IF.
           PERFORM Fetch-Employee-Name.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " SM-MOVE-DATE
                   " " SM-DIRECTION
                   " " SM-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " WS-OTHER-LABEL SM-OTHER-DEPT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * A leaver transferred earlier in the period is off the
      * master by now - list the number anyway.
       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF NOT EMPLOYEE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
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

       Write-Department-Heading.
           MOVE SPACES TO WS-DEPT-NAME.
           IF DEPTMAST-ON-FILE
               MOVE WS-CURRENT-DEPT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   KEY IS DP-DEPT-CODE
                   INVALID KEY
                       MOVE "** NOT ON DEPTMAST **" TO WS-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DP-DEPT-NAME TO WS-DEPT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "DEPARTMENT " WS-CURRENT-DEPT
                   "  " WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.

       Write-Department-Totals.
           IF NO-DEPT-PRINTED-YET
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NET-MOVEMENT =
               WS-DEPT-IN-COUNT - WS-DEPT-OUT-COUNT.
           MOVE WS-DEPT-IN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-DEPT-OUT-COUNT TO WS-OUT-DISPLAY.
           MOVE WS-NET-MOVEMENT TO WS-NET-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-CURRENT-DEPT
                   " TRANSFERS IN:" WS-COUNT-DISPLAY
                   "  OUT:" WS-OUT-DISPLAY
                   "  NET:" WS-NET-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE MOVE-REPORT-LINE FROM RP-HEADING-1
               WRITE MOVE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE MOVE-REPORT-LINE FROM WS-DETAIL-LINE.
