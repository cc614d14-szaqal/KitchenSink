      * falls in the month after the run date, and totals the
      * workforce by years-of-service band. Supervisors used to
      * work all of this out by hand from inquiry screens.
      * Service runs from an adjusted service date: the hire date
      * moved out by the days of leave or suspension that break
      * service under the house rule EMPSTATW applies (a leave of
      * up to 90 days counts, a longer leave or any suspension
      * does not). Years, band and anniversary month all follow
      * it, and the line shows SVC FROM instead of HIRED when it
      * differs from the hire date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-HIRE-DAY             PIC 99.

       01 WS-SERVICE-YEARS            PIC S9(3) VALUE 0.
       01 WS-SERVICE-LABEL            PIC X(10) VALUE SPACES.
       01 WS-NEXT-MONTH               PIC 99 VALUE 0.
       01 WS-EMPLOYEES-READ           PIC 9(5) VALUE 0.
       01 WS-UPCOMING-COUNT           PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-REPORT-LINE              PIC X(80) VALUE SPACES.

       01 WS-STATUS-REQUEST.
           05 SW-REQUEST-CODE         PIC X VALUE SPACE.
           05 SW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SW-AS-OF-DATE           PIC 9(8) VALUE 0.
           05 SW-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SW-STATUS               PIC X VALUE 'A'.
           05 SW-ABSENCE-START        PIC 9(8) VALUE 0.
           05 SW-EXPECTED-RETURN      PIC 9(8) VALUE 0.
           05 SW-RETURN-DATE          PIC 9(8) VALUE 0.
           05 SW-UNCREDITED-DAYS      PIC 9(5) VALUE 0.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ANNIVRPT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1.

       Report-Employee-Service.
           MOVE EM-HIRE-DATE TO WS-HIRE-DATE.
           MOVE " HIRED:   " TO WS-SERVICE-LABEL.
           MOVE 'Q' TO SW-REQUEST-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO SW-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO SW-AS-OF-DATE.
           CALL "EMPSTATW" USING WS-STATUS-REQUEST.
           IF SW-UNCREDITED-DAYS > 0 AND WS-HIRE-DATE > 16010101
               COMPUTE WS-HIRE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
                   + SW-UNCREDITED-DAYS)
               MOVE " SVC FROM:" TO WS-SERVICE-LABEL
           END-IF.
           COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-HIRE-YEAR.
           IF WS-RUN-MONTH < WS-HIRE-MONTH
               OR (WS-RUN-MONTH = WS-HIRE-MONTH
               STRING "UPCOMING: " EM-EMPLOYEE-NUMBER
                       " " EM-FIRST-NAME
                       " " EM-LAST-NAME
                       WS-SERVICE-LABEL WS-HIRE-DATE
                       " YEARS:" WS-YEARS-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ANNIVERSARY-REPORT-LINE FROM WS-REPORT-LINE
