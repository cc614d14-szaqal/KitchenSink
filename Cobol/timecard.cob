      * the retro-pay channel, are exempt from the daily ceiling).
      * Accepted hours accumulate into the period's PM-HOURS on
      * the pay master; the TIMEREG edit register shows every
      * accepted and rejected card with its reason. Daily cards
      * are also classified as they land: a work date on HOLMAST
      * (BIZDAYW 'H') is holiday time; otherwise hours past 40 in
      * the Sunday-to-Saturday work week - kept running across
      * capture runs on WEEKHRS (copybooks/WEEK-HOURS-REC.cpy) -
      * are overtime, and the rest of a night-shift card is night
      * time. Each class accumulates into its own PAYMAST bucket
      * for PAYCALC to price at its PREMCTL multiplier. 'J' cards
      * stay straight time. A salaried employee's daily cards are
      * accepted and registered but not added to PM-HOURS - the
      * salary pays the period - while 'J' cards still land.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT WEEK-HOURS ASSIGN TO "Cobol/data/WEEKHRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-WEEK-KEY
               FILE STATUS IS WS-WEEK-HOURS-STATUS.

           SELECT TIME-REGISTER ASSIGN TO "Cobol/data/TIMEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-REGISTER-STATUS.
      *   Pos  8-15  TC-WORK-DATE       9(8)     YYYYMMDD
      *   Pos 16-21  TC-HOURS           S9(3)V99 Sign leading
      *                                          separate
      *   Pos 22     TC-SHIFT-CODE      X        N=night shift
      *                                          D or blank=day
       01 TIME-TRANSACTION-REC.
           05 TC-CARD-TYPE            PIC X.
               88 TC-CARD-IS-TIMECARD      VALUE 'T'.
           05 TC-WORK-DATE            PIC 9(8).
           05 TC-HOURS                PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05 TC-SHIFT-CODE           PIC X.
               88 TC-SHIFT-IS-NIGHT        VALUE 'N'.

       FD  PAY-MASTER.
       01 PAY-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  WEEK-HOURS.
       01 WEEK-HOURS-REC.
           COPY WEEK-HOURS-REC.

       FD  TIME-REGISTER.
       01 TIME-REGISTER-LINE          PIC X(80).

       01 WS-PAY-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-TIME-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-WEEK-HOURS-STATUS        PIC XX VALUE "00".

       01 WS-CARDS-READ               PIC 9(5) VALUE 0.
       01 WS-CARDS-ACCEPTED           PIC 9(5) VALUE 0.
           88 EMPLOYEE-WAS-FOUND           VALUE 'Y'.
           88 EMPLOYEE-NOT-FOUND           VALUE 'N'.

       01 WS-OVERTIME-THRESHOLD      PIC 9(2)V99 VALUE 40.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-DAY-OF-WEEK              PIC 9 VALUE 0.
       01 WS-WEEK-START               PIC 9(8) VALUE 0.
       01 WS-STRAIGHT-HOURS           PIC S9(3)V99 VALUE 0.
       01 WS-OVERTIME-PART            PIC S9(3)V99 VALUE 0.
       01 WS-HOURS-PAST-THRESHOLD     PIC S9(3)V99 VALUE 0.
       01 WS-CLASS-DISPLAY            PIC ZZ9.99.
       01 WS-CLASS-NOTE               PIC X(30) VALUE SPACES.
       01 WS-NOTE-POINTER             PIC 9(2) VALUE 1.

       01 WS-BIZDAY-REQUEST.
           05 BD-REQUEST-CODE         PIC X VALUE SPACE.
           05 BD-DATE-IN              PIC 9(8) VALUE 0.
           05 BD-RESULT-SWITCH        PIC X VALUE SPACE.
               88 WORK-DATE-IS-HOLIDAY     VALUE 'Y'.
           05 BD-DATE-OUT             PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "TIMECARD" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN I-O PAY-MASTER.
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM Open-Week-Hours.
           OPEN OUTPUT TIME-REGISTER.
           MOVE "TIMECARD EDIT REGISTER" TO WS-REGISTER-LINE.
           WRITE TIME-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM Write-Register-Totals.
           CLOSE TIME-REGISTER.
           CLOSE WEEK-HOURS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-MASTER.

           END-IF.
           GOBACK.

       Open-Week-Hours.
           OPEN I-O WEEK-HOURS.
           IF WS-WEEK-HOURS-STATUS = "35"
               CLOSE WEEK-HOURS
               OPEN OUTPUT WEEK-HOURS
               CLOSE WEEK-HOURS
               OPEN I-O WEEK-HOURS
           END-IF.

       Edit-One-Timecard.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TC-WORK-DATE TO WS-WORK-DATE.
                   MOVE "NO PAY RECORD ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Timecard
               NOT INVALID KEY
      * A pay record keyed before the premium classes existed
      * starts them at zero rather than adding to garbage.
                   IF PM-OVERTIME-HOURS NOT NUMERIC
                       MOVE 0 TO PM-OVERTIME-HOURS
                   END-IF
                   IF PM-HOLIDAY-HOURS NOT NUMERIC
                       MOVE 0 TO PM-HOLIDAY-HOURS
                   END-IF
                   IF PM-NIGHT-HOURS NOT NUMERIC
                       MOVE 0 TO PM-NIGHT-HOURS
                   END-IF
                   MOVE SPACES TO WS-CLASS-NOTE
                   IF TC-CARD-IS-TIMECARD AND PM-PAY-IS-SALARIED
                       MOVE "SALARIED - HOURS NOT PAID"
                           TO WS-CLASS-NOTE
                   ELSE
                       ADD TC-HOURS TO PM-HOURS
                       IF TC-CARD-IS-TIMECARD
                           PERFORM Classify-Timecard-Hours
                       END-IF
                   END-IF
                   REWRITE PAY-MASTER-REC
                   ADD 1 TO WS-CARDS-ACCEPTED
                   ADD TC-HOURS TO WS-TOTAL-HOURS
                   MOVE "ACCEPTED" TO WS-DISPOSITION
                   MOVE WS-CLASS-NOTE TO WS-REJECT-REASON
                   PERFORM Write-Register-Detail
           END-READ.

      * Holiday first: a HOLMAST date is holiday time whatever the
      * week's total, and does not count toward the 40. Otherwise
      * the card's share past the threshold is overtime, and a
      * night card's straight-time remainder is night time -
      * overtime already pays more than the night premium, so an
      * hour is never paid both.
       Classify-Timecard-Hours.
           MOVE 'H' TO BD-REQUEST-CODE.
           MOVE TC-WORK-DATE TO BD-DATE-IN.
           CALL "BIZDAYW" USING WS-BIZDAY-REQUEST.
           IF WORK-DATE-IS-HOLIDAY
               ADD TC-HOURS TO PM-HOLIDAY-HOURS
               MOVE TC-HOURS TO WS-CLASS-DISPLAY
               STRING "HOLIDAY " WS-CLASS-DISPLAY
                   DELIMITED BY SIZE INTO WS-CLASS-NOTE
           ELSE
               MOVE 1 TO WS-NOTE-POINTER
               PERFORM Add-To-Work-Week
               IF WS-OVERTIME-PART > 0
                   ADD WS-OVERTIME-PART TO PM-OVERTIME-HOURS
                   MOVE WS-OVERTIME-PART TO WS-CLASS-DISPLAY
                   STRING "OVERTIME " WS-CLASS-DISPLAY " "
                       DELIMITED BY SIZE INTO WS-CLASS-NOTE
                       WITH POINTER WS-NOTE-POINTER
               END-IF
               IF TC-SHIFT-IS-NIGHT AND WS-STRAIGHT-HOURS > 0
                   ADD WS-STRAIGHT-HOURS TO PM-NIGHT-HOURS
                   MOVE WS-STRAIGHT-HOURS TO WS-CLASS-DISPLAY
                   STRING "NIGHT " WS-CLASS-DISPLAY
                       DELIMITED BY SIZE INTO WS-CLASS-NOTE
                       WITH POINTER WS-NOTE-POINTER
               END-IF
           END-IF.

      * The work week starts on the Sunday on or before the work
      * date; day 1 of the integer calendar was a Monday, so MOD 7
      * is the days since Sunday (the BIZDAYW arithmetic).
       Add-To-Work-Week.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TC-WORK-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-NUMBER, 7).
           SUBTRACT WS-DAY-OF-WEEK FROM WS-DAY-NUMBER.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE TC-EMPLOYEE-NUMBER TO WH-EMPLOYEE-NUMBER.
           MOVE WS-WEEK-START      TO WH-WEEK-START.
           READ WEEK-HOURS
               KEY IS WH-WEEK-KEY
               INVALID KEY
                   MOVE 0 TO WH-WEEK-HOURS
                   MOVE 0 TO WH-OVERTIME-HOURS
                   WRITE WEEK-HOURS-REC
           END-READ.
           COMPUTE WS-HOURS-PAST-THRESHOLD =
               WH-WEEK-HOURS + TC-HOURS - WS-OVERTIME-THRESHOLD.
           EVALUATE TRUE
               WHEN WS-HOURS-PAST-THRESHOLD NOT > 0
                   MOVE 0 TO WS-OVERTIME-PART
               WHEN WS-HOURS-PAST-THRESHOLD > TC-HOURS
                   MOVE TC-HOURS TO WS-OVERTIME-PART
               WHEN OTHER
                   MOVE WS-HOURS-PAST-THRESHOLD TO WS-OVERTIME-PART
           END-EVALUATE.
           COMPUTE WS-STRAIGHT-HOURS = TC-HOURS - WS-OVERTIME-PART.
           ADD TC-HOURS TO WH-WEEK-HOURS.
           ADD WS-OVERTIME-PART TO WH-OVERTIME-HOURS.
           REWRITE WEEK-HOURS-REC.

       Reject-Timecard.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * ATTNRECN reads these detail lines back by position at
      * period end - a column moved here must move there too.
       Write-Register-Detail.
           MOVE TC-HOURS TO WS-HOURS-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
