      * LEAVE-MASTER-REC.cpy) rolls the accrual into the lifetime
      * accrued figure and the live balance. LVACREG registers
      * every accrual.
      * Vacation and sick leave accrue into their own buckets,
      * each on its own service bands - the house leave schedule,
      * hours per pay period:
      *   Vacation: under 5 years 4.00, 5-9 years 6.00, 10-19
      *             years 8.00, 20 and over 10.00.
      *   Sick:     under 1 year 2.00, 1-4 years 3.00, 5 and
      *             over 4.00.
      * A balance still belonging to an earlier leave year means
      * LEAVYEND has not closed that year: the accrual posts, but
      * the register flags the record and the run ends RC=4.
      * Nobody accrues while on leave of absence or suspended on
      * the run date (the EMPSTATW employment status): the
      * register notes them and nothing posts. Service runs from
      * the hire date moved out by the absence days EMPSTATW says
      * do not count - ANNIVRPT's adjusted service date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-HIRE-MONTH           PIC 99.
           05 WS-HIRE-DAY             PIC 99.
       01 WS-SERVICE-YEARS            PIC S9(3) VALUE 0.
       01 WS-NOT-ACCRUED              PIC 9(5) VALUE 0.
       01 WS-ACCRUAL-HOURS            PIC 9(2)V99 VALUE 0.
       01 WS-SICK-ACCRUAL-HOURS       PIC 9(2)V99 VALUE 0.

       01 WS-EMPLOYEES-ACCRUED        PIC 9(5) VALUE 0.
       01 WS-TOTAL-HOURS-ACCRUED      PIC 9(6)V99 VALUE 0.
       01 WS-TOTAL-SICK-ACCRUED       PIC 9(6)V99 VALUE 0.
       01 WS-YEARS-NOT-ROLLED         PIC 9(5) VALUE 0.

       01 WS-HOURS-DISPLAY            PIC Z9.99.
       01 WS-SICK-HOURS-DISPLAY       PIC Z9.99.
       01 WS-BALANCE-DISPLAY          PIC ZZZ9.99-.
       01 WS-SICK-BALANCE-DISPLAY     PIC ZZZ9.99-.
       01 WS-TOTAL-DISPLAY            PIC ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.

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
           MOVE "LEAVACCR" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           CLOSE ACCRUAL-REGISTER.
           CLOSE LEAVE-MASTER.
           CLOSE EMPLOYEE-MASTER.
           IF WS-YEARS-NOT-ROLLED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Leave-Master.
      * year, one backed off when the anniversary has not come
      * round yet this year.
       Accrue-One-Employee.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF SW-IS-ABSENT
               PERFORM Note-Not-Accrued
               EXIT PARAGRAPH
           END-IF.
           MOVE EM-HIRE-DATE TO WS-HIRE-DATE.
           IF SW-UNCREDITED-DAYS > 0 AND WS-HIRE-DATE > 16010101
               COMPUTE WS-HIRE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
                   + SW-UNCREDITED-DAYS)
           END-IF.
           COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-HIRE-YEAR.
           IF WS-RUN-MONTH < WS-HIRE-MONTH
               OR (WS-RUN-MONTH = WS-HIRE-MONTH
                   MOVE 10.00 TO WS-ACCRUAL-HOURS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 1
                   MOVE 2.00 TO WS-SICK-ACCRUAL-HOURS
               WHEN WS-SERVICE-YEARS < 5
                   MOVE 3.00 TO WS-SICK-ACCRUAL-HOURS
               WHEN OTHER
                   MOVE 4.00 TO WS-SICK-ACCRUAL-HOURS
           END-EVALUATE.

           PERFORM Post-Accrual-To-Master.
           ADD 1 TO WS-EMPLOYEES-ACCRUED.
           ADD WS-ACCRUAL-HOURS TO WS-TOTAL-HOURS-ACCRUED.
           ADD WS-SICK-ACCRUAL-HOURS TO WS-TOTAL-SICK-ACCRUED.

           MOVE WS-ACCRUAL-HOURS TO WS-HOURS-DISPLAY.
           MOVE LV-BALANCE-HOURS TO WS-BALANCE-DISPLAY.
           MOVE WS-SICK-ACCRUAL-HOURS TO WS-SICK-HOURS-DISPLAY.
           MOVE LV-SICK-BALANCE TO WS-SICK-BALANCE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCRUED " EM-EMPLOYEE-NUMBER
                   " VAC:" WS-HOURS-DISPLAY
                   " BAL:" WS-BALANCE-DISPLAY
                   " SICK:" WS-SICK-HOURS-DISPLAY
                   " BAL:" WS-SICK-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.

       Note-Not-Accrued.
           ADD 1 TO WS-NOT-ACCRUED.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "NO ACCRUAL " EM-EMPLOYEE-NUMBER
                   " STATUS " SW-STATUS
                   " SINCE " SW-ABSENCE-START
                   " - ON LEAVE OR SUSPENDED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.

                   MOVE WS-ACCRUAL-HOURS TO LV-ACCRUED-HOURS
                   MOVE 0 TO LV-TAKEN-HOURS
                   MOVE WS-ACCRUAL-HOURS TO LV-BALANCE-HOURS
                   MOVE WS-SICK-ACCRUAL-HOURS TO LV-SICK-ACCRUED
                   MOVE 0 TO LV-SICK-TAKEN
                   MOVE WS-SICK-ACCRUAL-HOURS TO LV-SICK-BALANCE
                   MOVE 0 TO LV-VACATION-FORFEITED
                   MOVE WS-RUN-YEAR TO LV-LEAVE-YEAR
                   WRITE LEAVE-MASTER-REC
               NOT INVALID KEY
                   PERFORM Default-Sick-Bucket
                   PERFORM Check-Leave-Year
                   ADD WS-ACCRUAL-HOURS TO LV-ACCRUED-HOURS
                   ADD WS-ACCRUAL-HOURS TO LV-BALANCE-HOURS
                   ADD WS-SICK-ACCRUAL-HOURS TO LV-SICK-ACCRUED
                   ADD WS-SICK-ACCRUAL-HOURS TO LV-SICK-BALANCE
                   REWRITE LEAVE-MASTER-REC
           END-READ.

      * A record from before the sick bucket existed starts it at
      * zero and takes the run year as its leave year.
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
           IF LV-LEAVE-YEAR NOT NUMERIC OR LV-LEAVE-YEAR = 0
               MOVE WS-RUN-YEAR TO LV-LEAVE-YEAR
           END-IF.

       Check-Leave-Year.
           IF LV-LEAVE-YEAR < WS-RUN-YEAR
               ADD 1 TO WS-YEARS-NOT-ROLLED
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "  ** " LV-EMPLOYEE-NUMBER
                       " LEAVE YEAR " LV-LEAVE-YEAR
                       " NOT CLOSED - RUN LEAVYEND"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

       Write-Register-Totals.
           MOVE WS-EMPLOYEES-ACCRUED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-HOURS-ACCRUED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EMPLOYEES ACCRUED:" WS-COUNT-DISPLAY
                   " VACATION HOURS:" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-TOTAL-SICK-ACCRUED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "                        SICK HOURS:    "
                   WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE.

           IF WS-NOT-ACCRUED > 0
               MOVE WS-NOT-ACCRUED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "ON LEAVE OR SUSPENDED - NOT ACCRUED:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE
           END-IF.

           IF WS-YEARS-NOT-ROLLED > 0
               MOVE WS-YEARS-NOT-ROLLED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "LEAVE YEARS NOT CLOSED:" WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-LINE
               DISPLAY WS-REGISTER-LINE
           END-IF.
