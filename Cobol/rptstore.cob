       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSTORE.
      * Report capture for the RPTREPO report repository
      * (copybooks/RPT-REPO-REC.cpy). Every report finished
      * through the shared RPTWRITE service with a report id is
      * queued on RPTQUE; this run copies each queued report's
      * Cobol/data/<id>.DAT file into the repository, line for
      * line, under report id, the run date the queue gives and
      * the next free cycle for that date, before the next run of
      * the job rewrites the file. A report queued twice since
      * the last capture (EMPRSTR's two rosters share one file)
      * is captured once. Each stored copy's header carries its
      * expiry date: the run date plus the retention days its
      * RPTDIST definition gives, or the house 90 days when it
      * has none. Copies past their expiry are then deleted
      * whole. The queue is emptied once every entry is dealt
      * with; a repository failure stops the run RC=8 with the
      * queue kept, and the rerun captures it again - a report
      * already stored before the failure takes a further cycle. A
      * queued report whose file is gone is listed and logged,
      * RC=4. RPTSREG registers each capture and purge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-QUEUE ASSIGN TO "Cobol/data/RPTQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-QUEUE-STATUS.

      * The report being captured: the SELECT assigns to this name
      * and each entry points it at that report's file.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT DISTRIBUTION-MASTER ASSIGN TO
               "Cobol/data/RPTDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-DIST-KEY
               ALTERNATE RECORD KEY IS RD-RECIPIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-DISTRIBUTION-MASTER-STATUS.

           SELECT REPORT-REPOSITORY ASSIGN TO "Cobol/data/RPTREPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-REPO-KEY
               FILE STATUS IS WS-REPORT-REPOSITORY-STATUS.

           SELECT CAPTURE-REGISTER ASSIGN TO "Cobol/data/RPTSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-QUEUE.
       01 CAPTURE-QUEUE-REC.
           COPY RPT-QUEUE-REC.

       FD  REPORT-FILE.
       01 REPORT-FILE-LINE            PIC X(80).

       FD  DISTRIBUTION-MASTER.
       01 DISTRIBUTION-MASTER-REC.
           COPY RPT-DIST-REC.

       FD  REPORT-REPOSITORY.
       01 REPORT-REPOSITORY-REC.
           COPY RPT-REPO-REC.

       FD  CAPTURE-REGISTER.
       01 CAPTURE-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAPTURE-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-DISTRIBUTION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-REPOSITORY-STATUS PIC XX VALUE "00".
       01 WS-CAPTURE-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-REPORT-FILE-NAME         PIC X(40) VALUE SPACES.

       01 WS-DISTRIBUTION-SWITCH      PIC X VALUE 'N'.
           88 DISTRIBUTION-ON-FILE         VALUE 'Y'.
           88 DISTRIBUTION-NOT-ON-FILE     VALUE 'N'.
       01 WS-REPOSITORY-SWITCH        PIC X VALUE 'Y'.
           88 REPOSITORY-PASSED            VALUE 'Y'.
           88 REPOSITORY-FAILED            VALUE 'N'.
       01 WS-CYCLE-SWITCH             PIC X VALUE 'N'.
           88 CYCLE-FOUND                  VALUE 'Y'.
           88 CYCLE-NOT-FOUND              VALUE 'N'.

      * Report ids captured this run, so a report queued twice is
      * stored once.
       01 WS-CAPTURED-TABLE.
           05 WS-CAPTURED-ID          PIC X(8) OCCURS 500 TIMES.
       01 WS-CAPTURED-COUNT           PIC 9(3) VALUE 0.
       01 WS-CAPTURED-MAX             PIC 9(3) VALUE 500.
       01 WS-CAPTURED-SUBSCRIPT       PIC 9(3) VALUE 0.
       01 WS-DUPLICATE-SWITCH         PIC X VALUE 'N'.
           88 ENTRY-IS-DUPLICATE           VALUE 'Y'.
           88 ENTRY-IS-NEW                 VALUE 'N'.

       01 WS-DEFAULT-RETAIN-DAYS      PIC 9(4) VALUE 90.
       01 WS-RETAIN-DAYS              PIC 9(4) VALUE 0.
       01 WS-RETENTION-SOURCE         PIC X(10) VALUE SPACES.
       01 WS-CYCLE                    PIC 99 VALUE 0.
       01 WS-LINE-NUMBER              PIC 9(6) VALUE 0.
       01 WS-EXPIRY-DATE              PIC 9(8) VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-HEADER-SAVE              PIC X(80) VALUE SPACES.

      * The copy being purged; its lines follow its header.
       01 WS-PURGE-COPY.
           05 WS-PURGE-REPORT-ID      PIC X(8) VALUE SPACES.
           05 WS-PURGE-RUN-DATE       PIC 9(8) VALUE 0.
           05 WS-PURGE-CYCLE          PIC 99 VALUE 0.

       01 WS-ENTRIES-READ             PIC 9(5) VALUE 0.
       01 WS-REPORTS-CAPTURED         PIC 9(5) VALUE 0.
       01 WS-ENTRIES-DUPLICATE        PIC 9(5) VALUE 0.
       01 WS-REPORTS-MISSING          PIC 9(5) VALUE 0.
       01 WS-LINES-STORED             PIC 9(7) VALUE 0.
       01 WS-COPIES-PURGED            PIC 9(5) VALUE 0.
       01 WS-LINES-PURGED             PIC 9(7) VALUE 0.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01 WS-CYCLE-DISPLAY            PIC 99.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RPTSTORE" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CAPTURE-REGISTER.
           PERFORM Open-Report-Repository.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               MOVE SPACES TO EX-MESSAGE
               STRING "RPTREPO WILL NOT OPEN - STATUS "
                       WS-REPORT-REPOSITORY-STATUS
                       " - QUEUE KEPT"
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Capture-Failure
               MOVE EX-MESSAGE TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               CLOSE CAPTURE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET DISTRIBUTION-NOT-ON-FILE TO TRUE.
           OPEN INPUT DISTRIBUTION-MASTER.
           IF WS-DISTRIBUTION-MASTER-STATUS = "00"
               SET DISTRIBUTION-ON-FILE TO TRUE
           END-IF.

           SET REPOSITORY-PASSED TO TRUE.
           OPEN INPUT CAPTURE-QUEUE.
           IF WS-CAPTURE-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-CAPTURE-QUEUE-STATUS NOT = "00"
                          OR REPOSITORY-FAILED
                   READ CAPTURE-QUEUE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM Capture-Queued-Report
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-QUEUE
           ELSE
               DISPLAY "NO RPTQUE INPUT - NOTHING TO CAPTURE:"
                       WS-CAPTURE-QUEUE-STATUS
           END-IF.

      * Emptied only when everything on it was dealt with.
           IF REPOSITORY-PASSED
               OPEN OUTPUT CAPTURE-QUEUE
               CLOSE CAPTURE-QUEUE
               PERFORM Purge-Expired-Copies
           ELSE
               MOVE "RPTQUE KEPT - RERUN ONCE RPTREPO IS FIXED"
                   TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF DISTRIBUTION-ON-FILE
               CLOSE DISTRIBUTION-MASTER
           END-IF.
           CLOSE REPORT-REPOSITORY.
           PERFORM Write-Register-Totals.
           CLOSE CAPTURE-REGISTER.

           IF RETURN-CODE = 0 AND WS-REPORTS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       Open-Report-Repository.
           OPEN I-O REPORT-REPOSITORY.
           IF WS-REPORT-REPOSITORY-STATUS = "35"
               CLOSE REPORT-REPOSITORY
               OPEN OUTPUT REPORT-REPOSITORY
               CLOSE REPORT-REPOSITORY
               OPEN I-O REPORT-REPOSITORY
           END-IF.

       Capture-Queued-Report.
           SET ENTRY-IS-NEW TO TRUE.
           PERFORM VARYING WS-CAPTURED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CAPTURED-SUBSCRIPT > WS-CAPTURED-COUNT
               IF WS-CAPTURED-ID(WS-CAPTURED-SUBSCRIPT) = RQ-REPORT-ID
                   SET ENTRY-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTRY-IS-DUPLICATE
               ADD 1 TO WS-ENTRIES-DUPLICATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAPTURED-COUNT < WS-CAPTURED-MAX
               ADD 1 TO WS-CAPTURED-COUNT
               MOVE RQ-REPORT-ID TO WS-CAPTURED-ID(WS-CAPTURED-COUNT)
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "Cobol/data/" RQ-REPORT-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           OPEN INPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               ADD 1 TO WS-REPORTS-MISSING
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "MISSING  " RQ-REPORT-ID
                       " RUN:" RQ-RUN-DATE
                       " FROM " RQ-PROGRAM
                       " - REPORT FILE NOT FOUND"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               MOVE SPACES TO EX-MESSAGE
               STRING "QUEUED REPORT NOT FOUND - " RQ-REPORT-ID
                       " STATUS " WS-REPORT-FILE-STATUS
                   DELIMITED BY SIZE INTO EX-MESSAGE
               MOVE 'W' TO EX-SEVERITY
               PERFORM Log-Capture-Exception
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find-Retention.
           PERFORM Find-Next-Cycle.
           IF REPOSITORY-FAILED
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

      * The header goes first, so a copy is never on file without
      * one, and is rewritten with the line count at the end.
           MOVE SPACES TO REPORT-REPOSITORY-REC.
           MOVE RQ-REPORT-ID TO RR-REPORT-ID.
           MOVE RQ-RUN-DATE TO RR-RUN-DATE.
           MOVE WS-CYCLE TO RR-CYCLE.
           MOVE 0 TO RR-LINE-NUMBER.
           MOVE RQ-REPORT-TITLE TO RR-REPORT-TITLE.
           MOVE RQ-PROGRAM TO RR-PROGRAM.
           MOVE 0 TO RR-LINE-COUNT.
           MOVE RQ-PAGE-COUNT TO RR-PAGE-COUNT.
           MOVE WS-RUN-DATE TO RR-CAPTURE-DATE.
           MOVE WS-EXPIRY-DATE TO RR-EXPIRY-DATE.
           MOVE RR-PRINT-LINE TO WS-HEADER-SAVE.
           WRITE REPORT-REPOSITORY-REC.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               PERFORM Report-Repository-Failure
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LINE-NUMBER.
           PERFORM UNTIL WS-REPORT-FILE-STATUS NOT = "00"
                      OR REPOSITORY-FAILED
               READ REPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Store-Report-Line
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.
           IF REPOSITORY-FAILED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RR-LINE-NUMBER.
           MOVE WS-HEADER-SAVE TO RR-PRINT-LINE.
           MOVE WS-LINE-NUMBER TO RR-LINE-COUNT.
           REWRITE REPORT-REPOSITORY-REC.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               PERFORM Report-Repository-Failure
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REPORTS-CAPTURED.
           MOVE WS-LINE-NUMBER TO WS-COUNT-DISPLAY.
           MOVE WS-CYCLE TO WS-CYCLE-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "STORED   " RQ-REPORT-ID
                   " RUN:" RQ-RUN-DATE
                   " CYCLE:" WS-CYCLE-DISPLAY
                   " LINES:" WS-COUNT-DISPLAY
                   " KEEP TO:" WS-EXPIRY-DATE
                   " " WS-RETENTION-SOURCE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

       Store-Report-Line.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE RQ-REPORT-ID TO RR-REPORT-ID.
           MOVE RQ-RUN-DATE TO RR-RUN-DATE.
           MOVE WS-CYCLE TO RR-CYCLE.
           MOVE WS-LINE-NUMBER TO RR-LINE-NUMBER.
           MOVE REPORT-FILE-LINE TO RR-PRINT-LINE.
           WRITE REPORT-REPOSITORY-REC.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               PERFORM Report-Repository-Failure
           ELSE
               ADD 1 TO WS-LINES-STORED
           END-IF.

      * The definition record's days, or the house default when
      * the report has none (or a zero).
       Find-Retention.
           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS.
           MOVE "DEFAULT" TO WS-RETENTION-SOURCE.
           IF DISTRIBUTION-ON-FILE
               MOVE RQ-REPORT-ID TO RD-REPORT-ID
               MOVE SPACES TO RD-RECIPIENT
               READ DISTRIBUTION-MASTER
                   KEY IS RD-DIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RD-RETAIN-DAYS > 0
                           MOVE RD-RETAIN-DAYS TO WS-RETAIN-DAYS
                           MOVE "DEFINED" TO WS-RETENTION-SOURCE
                       END-IF
               END-READ
           END-IF.
           IF RQ-RUN-DATE NOT NUMERIC OR RQ-RUN-DATE = 0
               MOVE WS-RUN-DATE TO RQ-RUN-DATE
           END-IF.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RQ-RUN-DATE)
               + WS-RETAIN-DAYS).

      * The cycle is the first one that date has no header for.
       Find-Next-Cycle.
           MOVE 0 TO WS-CYCLE.
           SET CYCLE-FOUND TO TRUE.
           PERFORM UNTIL CYCLE-NOT-FOUND OR WS-CYCLE = 99
               ADD 1 TO WS-CYCLE
               MOVE RQ-REPORT-ID TO RR-REPORT-ID
               MOVE RQ-RUN-DATE TO RR-RUN-DATE
               MOVE WS-CYCLE TO RR-CYCLE
               MOVE 0 TO RR-LINE-NUMBER
               READ REPORT-REPOSITORY
                   KEY IS RR-REPO-KEY
                   INVALID KEY
                       SET CYCLE-NOT-FOUND TO TRUE
               END-READ
           END-PERFORM.
           IF CYCLE-FOUND
               MOVE SPACES TO EX-MESSAGE
               STRING "RPTREPO CYCLES FULL - " RQ-REPORT-ID
                       " RUN:" RQ-RUN-DATE
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Capture-Failure
               SET REPOSITORY-FAILED TO TRUE
           END-IF.

       Report-Repository-Failure.
           SET REPOSITORY-FAILED TO TRUE.
           MOVE SPACES TO EX-MESSAGE.
           STRING "RPTREPO WRITE FAILED - " RQ-REPORT-ID
                   " STATUS " WS-REPORT-REPOSITORY-STATUS
               DELIMITED BY SIZE INTO EX-MESSAGE.
           PERFORM Log-Capture-Failure.

      * One pass in key order: a header past its expiry marks its
      * copy, and the copy's lines after it go with it.
       Purge-Expired-Copies.
           MOVE SPACES TO WS-PURGE-COPY.
           MOVE LOW-VALUES TO RR-REPO-KEY.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-REPO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-REPORT-REPOSITORY-STATUS NOT = "00"
               READ REPORT-REPOSITORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Purge-One-Record
               END-READ
           END-PERFORM.

       Purge-One-Record.
           IF RR-LINE-IS-HEADER
               IF RR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE RR-STORED-COPY TO WS-PURGE-COPY
                   ADD 1 TO WS-COPIES-PURGED
                   MOVE RR-LINE-COUNT TO WS-COUNT-DISPLAY
                   MOVE RR-CYCLE TO WS-CYCLE-DISPLAY
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "PURGED   " RR-REPORT-ID
                           " RUN:" RR-RUN-DATE
                           " CYCLE:" WS-CYCLE-DISPLAY
                           " LINES:" WS-COUNT-DISPLAY
                           " EXPIRED:" RR-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   PERFORM Write-Register-Line
                   DELETE REPORT-REPOSITORY RECORD
               ELSE
                   MOVE SPACES TO WS-PURGE-COPY
               END-IF
           ELSE
               IF RR-STORED-COPY = WS-PURGE-COPY
                   DELETE REPORT-REPOSITORY RECORD
                   ADD 1 TO WS-LINES-PURGED
               END-IF
           END-IF.

       Write-Register-Line.
           MOVE WS-REGISTER-LINE TO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RPTQUE ENTRIES READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

           MOVE WS-REPORTS-CAPTURED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REPORTS STORED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-ENTRIES-DUPLICATE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "QUEUED AGAIN - ONE COPY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

           MOVE WS-REPORTS-MISSING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REPORT FILES NOT FOUND:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

           MOVE WS-LINES-STORED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LINES STORED:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

           MOVE WS-COPIES-PURGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EXPIRED COPIES PURGED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-LINES-PURGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EXPIRED LINES PURGED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM Write-Register-Line.

      * Callers set EX-MESSAGE first.
       Log-Capture-Failure.
           MOVE 'S' TO EX-SEVERITY.
           PERFORM Log-Capture-Exception.

       Log-Capture-Exception.
           MOVE "R002" TO EX-ERROR-CODE.
           MOVE "RPTSTORE" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
