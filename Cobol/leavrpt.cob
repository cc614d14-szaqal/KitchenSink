       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVRPT.
      * Leave-balance report over the LEAVMAST master: a line per
      * leave bucket per employee - vacation, then sick - with
      * lifetime accrued, lifetime taken and the live balance,
      * vacation also showing what year-end forfeited, the name
      * joined from EMPLOYEE-MASTER the way the pay register
      * joins it. This is the page that settles a disputed
      * vacation balance - operations finally has something to
      * point at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-EMPLOYEES-REPORTED       PIC 9(5) VALUE 0.
       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.

       01 WS-TOTAL-VACATION           PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-SICK               PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-FORFEITED          PIC S9(7)V99 VALUE 0.

       01 WS-ACCRUED-DISPLAY          PIC ZZZ9.99.
       01 WS-FORFEIT-DISPLAY          PIC ZZZ9.99.
       01 WS-TOTAL-DISPLAY            PIC ZZZ,ZZ9.99-.
       01 WS-TAKEN-DISPLAY            PIC ZZZ9.99.
       01 WS-BALANCE-DISPLAY          PIC ZZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "LEAVRPT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           MOVE WS-TOTAL-VACATION TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VACATION BALANCE:  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-TOTAL-FORFEITED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VACATION FORFEITED:" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-TOTAL-SICK TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SICK BALANCE:      " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.

           CLOSE LEAVE-REPORT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-MASTER.
           GOBACK.

      * Sick figures on a record from before the split read as
      * zero, as does a forfeiture never taken.
       Report-One-Balance.
           ADD 1 TO WS-EMPLOYEES-REPORTED.
           PERFORM Fetch-Employee-Name.
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
           ADD LV-BALANCE-HOURS TO WS-TOTAL-VACATION.
           ADD LV-VACATION-FORFEITED TO WS-TOTAL-FORFEITED.
           ADD LV-SICK-BALANCE TO WS-TOTAL-SICK.

           MOVE LV-ACCRUED-HOURS TO WS-ACCRUED-DISPLAY.
           MOVE LV-TAKEN-HOURS   TO WS-TAKEN-DISPLAY.
           MOVE LV-VACATION-FORFEITED TO WS-FORFEIT-DISPLAY.
           MOVE LV-BALANCE-HOURS TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING LV-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME(1:19)
                   " VAC "
                   " ACC:" WS-ACCRUED-DISPLAY
                   " TKN:" WS-TAKEN-DISPLAY
                   " FRF:" WS-FORFEIT-DISPLAY
                   " BAL:" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE LV-SICK-ACCRUED TO WS-ACCRUED-DISPLAY.
           MOVE LV-SICK-TAKEN   TO WS-TAKEN-DISPLAY.
           MOVE LV-SICK-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                           SICK"
                   " ACC:" WS-ACCRUED-DISPLAY
                   " TKN:" WS-TAKEN-DISPLAY
                   "            "
                   " BAL:" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE FROM WS-REPORT-LINE.
