       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRPRT.
      * Report reprint from the RPTREPO report repository
      * (copybooks/RPT-REPO-REC.cpy): any report RPTSTORE captured
      * prints again by report id and run date without rerunning
      * the job that wrote it. Each RPRTREQ request card names
      * the report (pos 1-8), the run date (pos 9-16) and the
      * cycle (pos 17-18) - zero or blank for every cycle stored
      * that date. Each copy reprints behind a line saying it is
      * a reprint, of what, and for whom, so it cannot pass for
      * the original run's output. A request for a copy not
      * stored, or already past its retention and purged, is
      * listed on RPRTPRNT and logged, RC=4. The operator must
      * sign on; every reprint is written to ACTLOG, since the
      * repository holds payslips and final pay statements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-REQUESTS ASSIGN TO "RPRTREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-REQUESTS-STATUS.

           SELECT REPORT-REPOSITORY ASSIGN TO "Cobol/data/RPTREPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-REPO-KEY
               FILE STATUS IS WS-REPORT-REPOSITORY-STATUS.

           SELECT REPRINT-PRINT ASSIGN TO "Cobol/data/RPRTPRNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUESTS.
       01 REPRINT-REQUEST-REC.
           05 PR-REPORT-ID            PIC X(8).
           05 PR-RUN-DATE             PIC X(8).
           05 PR-CYCLE                PIC X(2).

       FD  REPORT-REPOSITORY.
       01 REPORT-REPOSITORY-REC.
           COPY RPT-REPO-REC.

       FD  REPRINT-PRINT.
       01 REPRINT-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPRINT-REQUESTS-STATUS  PIC XX VALUE "00".
       01 WS-REPORT-REPOSITORY-STATUS PIC XX VALUE "00".
       01 WS-REPRINT-PRINT-STATUS     PIC XX VALUE "00".

       01 WS-TODAY                    PIC 9(8) VALUE 0.
       01 WS-REQUEST-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-REQUEST-CYCLE            PIC 99 VALUE 0.
       01 WS-COPIES-FOUND             PIC 99 VALUE 0.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01 WS-REQUESTS-READ            PIC 9(4) VALUE 0.
       01 WS-REQUESTS-PRINTED         PIC 9(4) VALUE 0.
       01 WS-REQUESTS-REJECTED        PIC 9(4) VALUE 0.
       01 WS-COPIES-PRINTED           PIC 9(4) VALUE 0.
       01 WS-LINES-PRINTED            PIC 9(7) VALUE 0.

       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01 WS-CYCLE-DISPLAY            PIC Z9.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RPTRPRT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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

           OPEN INPUT REPORT-REPOSITORY.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               DISPLAY "NO RPTREPO - NOTHING STORED TO REPRINT:"
                       WS-REPORT-REPOSITORY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPRINT-PRINT.

           OPEN INPUT REPRINT-REQUESTS.
           IF WS-REPRINT-REQUESTS-STATUS = "00"
               PERFORM UNTIL WS-REPRINT-REQUESTS-STATUS NOT = "00"
                   READ REPRINT-REQUESTS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM Process-Reprint-Request
                   END-READ
               END-PERFORM
               CLOSE REPRINT-REQUESTS
           ELSE
               DISPLAY "NO RPRTREQ INPUT - NOTHING TO REPRINT:"
                       WS-REPRINT-REQUESTS-STATUS
           END-IF.

           CLOSE REPORT-REPOSITORY.
           CLOSE REPRINT-PRINT.

           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           DISPLAY "REPRINT REQUESTS READ:    " WS-COUNT-DISPLAY.
           MOVE WS-REQUESTS-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "REPRINT REQUESTS PRINTED: " WS-COUNT-DISPLAY.
           MOVE WS-REQUESTS-REJECTED TO WS-COUNT-DISPLAY.
           DISPLAY "REPRINT REQUESTS REJECTED:" WS-COUNT-DISPLAY.
           MOVE WS-COPIES-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "STORED COPIES REPRINTED:  " WS-COUNT-DISPLAY.
           MOVE WS-LINES-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "LINES PRINTED:            " WS-COUNT-DISPLAY.

           IF WS-REQUESTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Process-Reprint-Request.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PR-REPORT-ID = SPACES
                   MOVE "REPORT ID REQUIRED" TO WS-REJECT-REASON
               WHEN PR-RUN-DATE NOT NUMERIC
                   MOVE "INVALID RUN DATE" TO WS-REJECT-REASON
               WHEN PR-CYCLE NOT = SPACES AND PR-CYCLE NOT NUMERIC
                   MOVE "INVALID CYCLE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Reprint-Request
               EXIT PARAGRAPH
           END-IF.

           MOVE PR-RUN-DATE TO WS-REQUEST-RUN-DATE.
           IF PR-CYCLE = SPACES
               MOVE 0 TO WS-REQUEST-CYCLE
           ELSE
               MOVE PR-CYCLE TO WS-REQUEST-CYCLE
           END-IF.

           MOVE 0 TO WS-COPIES-FOUND.
           MOVE PR-REPORT-ID TO RR-REPORT-ID.
           MOVE WS-REQUEST-RUN-DATE TO RR-RUN-DATE.
           MOVE WS-REQUEST-CYCLE TO RR-CYCLE.
           MOVE 0 TO RR-LINE-NUMBER.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-REPO-KEY
               INVALID KEY
                   MOVE "10" TO WS-REPORT-REPOSITORY-STATUS
           END-START.
           PERFORM UNTIL WS-REPORT-REPOSITORY-STATUS NOT = "00"
               READ REPORT-REPOSITORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Reprint-Repository-Line
               END-READ
           END-PERFORM.

           IF WS-COPIES-FOUND = 0
               MOVE "NOT STORED OR PURGED" TO WS-REJECT-REASON
               PERFORM Reject-Reprint-Request
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQUESTS-PRINTED.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "RPTRPRT" TO AL-PROGRAM-ID.
           MOVE "RPTRPRT" TO AL-ACTION-CODE.
           MOVE PR-REPORT-ID TO AL-KEY-VALUE.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

      * Stops at the first line of another report, date or - when
      * one cycle was asked for - cycle.
       Reprint-Repository-Line.
           IF RR-REPORT-ID NOT = PR-REPORT-ID
               OR RR-RUN-DATE NOT = WS-REQUEST-RUN-DATE
               OR (WS-REQUEST-CYCLE NOT = 0
                   AND RR-CYCLE NOT = WS-REQUEST-CYCLE)
               MOVE "10" TO WS-REPORT-REPOSITORY-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF RR-LINE-IS-HEADER
               ADD 1 TO WS-COPIES-FOUND
               ADD 1 TO WS-COPIES-PRINTED
               MOVE RR-CYCLE TO WS-CYCLE-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "**** REPRINT " RR-REPORT-ID
                       " RUN:" RR-RUN-DATE
                       " CYCLE:" WS-CYCLE-DISPLAY
                       " ON " WS-TODAY
                       " FOR " WS-OPERATOR-ID " ****"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE RR-PRINT-LINE TO WS-PRINT-LINE
               ADD 1 TO WS-LINES-PRINTED
           END-IF.
           WRITE REPRINT-PRINT-LINE FROM WS-PRINT-LINE.

       Reject-Reprint-Request.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "**** REPRINT NOT DONE - " PR-REPORT-ID
                   " RUN:" PR-RUN-DATE
                   " CYCLE:" PR-CYCLE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "R004" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RPTRPRT" TO EX-PROGRAM-ID.
           STRING "REPRINT REJECTED - " PR-REPORT-ID
                   " RUN:" PR-RUN-DATE
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
