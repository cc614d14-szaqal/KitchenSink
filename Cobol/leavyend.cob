       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVYEND.
      * Leave year-end rollover over the LEAVMAST leave-balance
      * master (copybooks/LEAVE-MASTER-REC.cpy). Vacation carries
      * into the new year only up to the carryover cap; anything
      * over it is forfeited - taken off the balance and added to
      * the lifetime forfeited figure. Sick leave is uncapped and
      * carries whole. Each record then moves to the new leave
      * year, and LVYEREG prints one line per employee with what
      * carried and what was lost, so a forfeiture is never a
      * surprise found on a later balance.
      * The LVYECTL card names the leave year being closed and
      * the cap, the acctpost control-card convention: without a
      * card, or with a field left blank, the year before the run
      * date closes at an 80-hour cap. A record already moved on
      * past the closing year is passed over, so a second run of
      * the same year-end forfeits nothing twice. Run it after
      * the last accrual of the old year and before the first of
      * the new.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-END-CONTROL ASSIGN TO "LVYECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-CONTROL-STATUS.

           SELECT LEAVE-MASTER ASSIGN TO "Cobol/data/LEAVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-NUMBER
               FILE STATUS IS WS-LEAVE-MASTER-STATUS.

           SELECT YEAR-END-REGISTER ASSIGN TO
               "Cobol/data/LVYEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-CONTROL.
      * One card:
      *   Pos  1- 4  YC-CLOSING-YEAR    9(4)     Leave year closed
      *   Pos  5- 9  YC-CARRYOVER-CAP   9(3)V99  Vacation hours
      *                                          carried at most
       01 YEAR-END-CONTROL-REC.
           05 YC-CLOSING-YEAR         PIC 9(4).
           05 YC-CARRYOVER-CAP        PIC 9(3)V99.

       FD  LEAVE-MASTER.
       01 LEAVE-MASTER-REC.
           COPY LEAVE-MASTER-REC.

       FD  YEAR-END-REGISTER.
       01 YEAR-END-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YEAR-END-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-LEAVE-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-YEAR-END-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 99.
           05 WS-RUN-DAY              PIC 99.
       01 WS-CLOSING-YEAR             PIC 9(4) VALUE 0.
       01 WS-NEW-YEAR                 PIC 9(4) VALUE 0.
       01 WS-CARRYOVER-CAP            PIC 9(3)V99 VALUE 80.00.
       01 WS-FORFEIT-HOURS            PIC S9(4)V99 VALUE 0.

       01 WS-RECORDS-ROLLED           PIC 9(5) VALUE 0.
       01 WS-RECORDS-PASSED           PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-FORFEITING     PIC 9(5) VALUE 0.
       01 WS-TOTAL-FORFEITED          PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-VACATION-CARRIED   PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-SICK-CARRIED       PIC S9(7)V99 VALUE 0.

       01 WS-VACATION-DISPLAY         PIC ZZZ9.99-.
       01 WS-FORFEIT-DISPLAY          PIC ZZZ9.99.
       01 WS-SICK-DISPLAY             PIC ZZZ9.99-.
       01 WS-CAP-DISPLAY              PIC ZZ9.99.
       01 WS-TOTAL-DISPLAY            PIC ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "LEAVYEND" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               WS-OPERATOR-ID WS-OPERATOR-ROLE.
           IF WS-OPERATOR-AUTHORIZED = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           END-IF.

           IF OPERATOR-NOT-SIGNED-ON
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Least-privilege: forfeiting balances is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Year-End-Control.

           OPEN I-O LEAVE-MASTER.
           IF WS-LEAVE-MASTER-STATUS NOT = "00"
               DISPLAY "LEAVE MASTER NOT AVAILABLE:"
                       WS-LEAVE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT YEAR-END-REGISTER.
           MOVE WS-CARRYOVER-CAP TO WS-CAP-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LEAVE YEAR-END ROLLOVER - CLOSING YEAR:"
                   WS-CLOSING-YEAR
                   " VACATION CAP:" WS-CAP-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM UNTIL WS-LEAVE-MASTER-STATUS NOT = "00"
               READ LEAVE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Roll-One-Employee
               END-READ
           END-PERFORM.

           PERFORM Write-Register-Totals.
           CLOSE YEAR-END-REGISTER.
           CLOSE LEAVE-MASTER.
           GOBACK.

       Read-Year-End-Control.
           COMPUTE WS-CLOSING-YEAR = WS-RUN-YEAR - 1.
           OPEN INPUT YEAR-END-CONTROL.
           IF WS-YEAR-END-CONTROL-STATUS = "00"
               READ YEAR-END-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YC-CLOSING-YEAR NUMERIC
                           AND YC-CLOSING-YEAR > 0
                           MOVE YC-CLOSING-YEAR TO WS-CLOSING-YEAR
                       END-IF
                       IF YC-CARRYOVER-CAP NUMERIC
                           MOVE YC-CARRYOVER-CAP TO WS-CARRYOVER-CAP
                       END-IF
               END-READ
               CLOSE YEAR-END-CONTROL
           END-IF.
           COMPUTE WS-NEW-YEAR = WS-CLOSING-YEAR + 1.

      * A record from before the leave year existed belongs to
      * the year being closed.
       Roll-One-Employee.
           PERFORM Default-Sick-Bucket.
           IF LV-LEAVE-YEAR > WS-CLOSING-YEAR
               ADD 1 TO WS-RECORDS-PASSED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "PASSED " LV-EMPLOYEE-NUMBER
                       " ALREADY IN LEAVE YEAR " LV-LEAVE-YEAR
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FORFEIT-HOURS.
           IF LV-BALANCE-HOURS > WS-CARRYOVER-CAP
               COMPUTE WS-FORFEIT-HOURS =
                   LV-BALANCE-HOURS - WS-CARRYOVER-CAP
               MOVE WS-CARRYOVER-CAP TO LV-BALANCE-HOURS
               ADD WS-FORFEIT-HOURS TO LV-VACATION-FORFEITED
               ADD 1 TO WS-EMPLOYEES-FORFEITING
               ADD WS-FORFEIT-HOURS TO WS-TOTAL-FORFEITED
           END-IF.
           MOVE WS-NEW-YEAR TO LV-LEAVE-YEAR.
           REWRITE LEAVE-MASTER-REC.
           ADD 1 TO WS-RECORDS-ROLLED.
           ADD LV-BALANCE-HOURS TO WS-TOTAL-VACATION-CARRIED.
           ADD LV-SICK-BALANCE TO WS-TOTAL-SICK-CARRIED.

           MOVE LV-BALANCE-HOURS TO WS-VACATION-DISPLAY.
           MOVE WS-FORFEIT-HOURS TO WS-FORFEIT-DISPLAY.
           MOVE LV-SICK-BALANCE  TO WS-SICK-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ROLLED " LV-EMPLOYEE-NUMBER
                   " VAC CARRIED:" WS-VACATION-DISPLAY
                   " FORFEITED:" WS-FORFEIT-DISPLAY
                   " SICK CARRIED:" WS-SICK-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.

       Default-Sick-Bucket.
           IF LV-SICK-ACCRUED NOT NUMERIC
               MOVE 0 TO LV-SICK-ACCRUED
           END-IF.
           IF LV-SICK-TAKEN NOT NUMERIC
               MOVE 0 TO LV-SICK-TAKEN
           END-IF.
           IF LV-SICK-BALANCE NOT NUMERIC
               MOVE 0 TO LV-SICK-BALANCE
           END-IF.
           IF LV-VACATION-FORFEITED NOT NUMERIC
               MOVE 0 TO LV-VACATION-FORFEITED
           END-IF.
           IF LV-LEAVE-YEAR NOT NUMERIC
               MOVE 0 TO LV-LEAVE-YEAR
           END-IF.

       Write-Register-Totals.
           MOVE WS-RECORDS-ROLLED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "BALANCES ROLLED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-RECORDS-PASSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ALREADY IN NEW YEAR:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-EMPLOYEES-FORFEITING TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FORFEITED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EMPLOYEES FORFEITING:  " WS-COUNT-DISPLAY
                   " HOURS FORFEITED:" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TOTAL-VACATION-CARRIED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "VACATION HOURS CARRIED:" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-SICK-CARRIED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SICK HOURS CARRIED:    " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE YEAR-END-REGISTER-LINE FROM WS-REGISTER-LINE.
