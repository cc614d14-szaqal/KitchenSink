      * accumulates (copybooks/YTD-MASTER-REC.cpy), joined to the
      * employee master for the name the way the pay register
      * joins it. Each page shows the year, periods paid, gross,
      * tax withheld, deductions and net, through the signed
      * edited pictures the pay register established - the
      * figures the annual tax paperwork is assembled from,
      * produced by the system instead of by hand from old
      * printouts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01 WS-EDITED-GROSS             PIC Z,ZZZ,ZZ9.99CR.
       01 WS-EDITED-DEDUCTIONS        PIC Z,ZZZ,ZZ9.99CR.
       01 WS-EDITED-TAX               PIC Z,ZZZ,ZZ9.99CR.
       01 WS-EDITED-NET               PIC Z,ZZZ,ZZ9.99CR.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.
       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "YTDSTMT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

      * A record carried over from before the tax figure existed
      * has no tax to show, not garbage.
           IF YT-TAX NOT NUMERIC
               MOVE 0 TO YT-TAX
           END-IF.
           MOVE YT-TAX TO WS-EDITED-TAX.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TAX WITHHELD:    " WS-EDITED-TAX
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.

           MOVE YT-DEDUCTIONS TO WS-EDITED-DEDUCTIONS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL DEDUCTIONS:" WS-EDITED-DEDUCTIONS
