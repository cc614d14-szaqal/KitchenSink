      * report without touching their DDs. Auditors stopped
      * accepting pages that cannot be identified or sequenced;
      * this is the fix, once, for all of them.
      * A report that names its RP-REPORT-ID is queued on RPTQUE
      * (copybooks/RPT-QUEUE-REC.cpy) by its 'T' request, so the
      * RPTSTORE capture copies it into the RPTREPO repository
      * before the next run rewrites the file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-QUEUE ASSIGN TO "Cobol/data/RPTQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-QUEUE.
       01 CAPTURE-QUEUE-REC.
           COPY RPT-QUEUE-REC.

       WORKING-STORAGE SECTION.
       01 WS-CAPTURE-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-PAGE-DISPLAY             PIC ZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.

                         RP-HEADING-NEEDED BY LS-HEADING-NEEDED
                         RP-HEADING-1      BY LS-HEADING-1
                         RP-HEADING-2      BY LS-HEADING-2
                         RP-PRINT-LINE     BY LS-PRINT-LINE
                         RP-REPORT-ID      BY LS-REPORT-ID.

       PROCEDURE DIVISION USING LS-RPT-CONTROL.
           MOVE 0 TO RETURN-CODE.
                   PERFORM Count-Detail-Line
               WHEN 'T'
                   PERFORM Format-Total-Line
                   IF LS-REPORT-ID NOT = SPACES
                       PERFORM Queue-Report-Capture
                   END-IF
               WHEN OTHER
                   DISPLAY "RPTWRITE - UNKNOWN REQUEST CODE:"
                           LS-REQUEST-CODE
           STRING "*** END OF REPORT - DETAIL LINES:"
                   WS-COUNT-DISPLAY " ***"
               DELIMITED BY SIZE INTO LS-PRINT-LINE.

      * Opened and closed per report, the LOGERR convention, so a
      * queue entry is on disk the moment the report is finished.
       Queue-Report-Capture.
           MOVE LS-REPORT-ID    TO RQ-REPORT-ID.
           MOVE LS-PROGRAM-NAME TO RQ-PROGRAM.
           MOVE LS-REPORT-TITLE TO RQ-REPORT-TITLE.
           MOVE LS-RUN-DATE     TO RQ-RUN-DATE.
           ACCEPT RQ-RUN-TIME FROM TIME.
           MOVE LS-PAGE-NUMBER  TO RQ-PAGE-COUNT.
           MOVE LS-DETAIL-COUNT TO RQ-DETAIL-COUNT.
           OPEN EXTEND CAPTURE-QUEUE.
           IF WS-CAPTURE-QUEUE-STATUS = "05"
               OR WS-CAPTURE-QUEUE-STATUS = "35"
               CLOSE CAPTURE-QUEUE
               OPEN OUTPUT CAPTURE-QUEUE
           END-IF.
           WRITE CAPTURE-QUEUE-REC.
           CLOSE CAPTURE-QUEUE.
