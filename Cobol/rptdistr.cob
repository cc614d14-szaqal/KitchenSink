       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDISTR.
      * Report distribution: prints the day's bundles from the
      * RPTREPO report repository (copybooks/RPT-REPO-REC.cpy) as
      * the RPTDIST distribution master (copybooks/RPT-DIST-REC.
      * cpy) assigns them, recipient by recipient. Each bundle
      * opens with a banner page - recipient, where it goes, the
      * run date and every report the recipient takes, with the
      * cycles stored that date or NOT STORED - then each stored
      * copy of each report, as many copies as the recipient's
      * line asks. A recipient with nothing stored that date gets
      * no bundle. The RDCTL card gives the run date (pos 1-8,
      * default today) and, to reprint one bundle, a recipient
      * (pos 9-16). Nothing is rerun: the pages are the stored
      * copies RPTSTORE captured. RPTBNDL is the print file.
      * RC=4 when RPTDIST or RPTREPO is not on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-CONTROL ASSIGN TO "RDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-CONTROL-STATUS.

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

           SELECT BUNDLE-PRINT ASSIGN TO "Cobol/data/RPTBNDL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-CONTROL.
       01 DISTRIBUTION-CONTROL-REC.
           05 DC-RUN-DATE             PIC X(8).
           05 DC-RECIPIENT            PIC X(8).

       FD  DISTRIBUTION-MASTER.
       01 DISTRIBUTION-MASTER-REC.
           COPY RPT-DIST-REC.

       FD  REPORT-REPOSITORY.
       01 REPORT-REPOSITORY-REC.
           COPY RPT-REPO-REC.

       FD  BUNDLE-PRINT.
       01 BUNDLE-PRINT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISTRIBUTION-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-DISTRIBUTION-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-REPOSITORY-STATUS PIC XX VALUE "00".
       01 WS-BUNDLE-PRINT-STATUS      PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TODAY                    PIC 9(8) VALUE 0.
       01 WS-RECIPIENT-FILTER         PIC X(8) VALUE SPACES.

       01 WS-END-SWITCH               PIC X VALUE 'N'.
           88 DISTRIBUTION-AT-END          VALUE 'Y'.
           88 DISTRIBUTION-NOT-AT-END      VALUE 'N'.

      * The recipient in hand and the reports it takes.
       01 WS-RECIPIENT                PIC X(8) VALUE SPACES.
       01 WS-RECIPIENT-NAME           PIC X(30) VALUE SPACES.
       01 WS-RECIPIENT-DELIVER-TO     PIC X(20) VALUE SPACES.
       01 WS-BUNDLE-TABLE.
           05 WS-BUNDLE-ENTRY OCCURS 100 TIMES.
               10 WS-BE-REPORT-ID     PIC X(8).
               10 WS-BE-COPIES        PIC 99.
               10 WS-BE-CYCLES        PIC 99.
               10 WS-BE-TITLE         PIC X(40).
       01 WS-BUNDLE-COUNT             PIC 999 VALUE 0.
       01 WS-BUNDLE-MAX               PIC 999 VALUE 100.
       01 WS-BUNDLE-SUBSCRIPT         PIC 999 VALUE 0.
       01 WS-STORED-IN-BUNDLE         PIC 9(4) VALUE 0.
       01 WS-ENTRY-REPORT-ID          PIC X(8) VALUE SPACES.
       01 WS-ENTRY-CYCLES             PIC 99 VALUE 0.
       01 WS-COPY-NUMBER              PIC 99 VALUE 0.

       01 WS-PAGE-SIZE                PIC 99 VALUE 55.
       01 WS-BANNER-LINES             PIC 99 VALUE 0.

       01 WS-BUNDLES-PRINTED          PIC 9(5) VALUE 0.
       01 WS-BUNDLES-EMPTY            PIC 9(5) VALUE 0.
       01 WS-COPIES-PRINTED           PIC 9(5) VALUE 0.
       01 WS-LINES-PRINTED            PIC 9(7) VALUE 0.

       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.
       01 WS-STAR-LINE                PIC X(80) VALUE ALL "*".
       01 WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01 WS-CYCLE-DISPLAY            PIC Z9.
       01 WS-COPIES-DISPLAY           PIC Z9.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RPTDISTR" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-RUN-DATE.

           OPEN INPUT DISTRIBUTION-CONTROL.
           IF WS-DISTRIBUTION-CONTROL-STATUS = "00"
               READ DISTRIBUTION-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-RUN-DATE IS NUMERIC
                           MOVE DC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       MOVE DC-RECIPIENT TO WS-RECIPIENT-FILTER
               END-READ
               CLOSE DISTRIBUTION-CONTROL
           END-IF.
           DISPLAY "DISTRIBUTING RUN DATE:" WS-RUN-DATE.

           OPEN INPUT DISTRIBUTION-MASTER.
           IF WS-DISTRIBUTION-MASTER-STATUS NOT = "00"
               DISPLAY "NO RPTDIST - NOTHING TO DISTRIBUTE:"
                       WS-DISTRIBUTION-MASTER-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REPORT-REPOSITORY.
           IF WS-REPORT-REPOSITORY-STATUS NOT = "00"
               DISPLAY "NO RPTREPO - NOTHING STORED:"
                       WS-REPORT-REPOSITORY-STATUS
               CLOSE DISTRIBUTION-MASTER
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BUNDLE-PRINT.

      * Recipient order; the definition records (recipient
      * spaces) sort first and are passed over.
           MOVE SPACES TO WS-RECIPIENT.
           MOVE 0 TO WS-BUNDLE-COUNT.
           SET DISTRIBUTION-NOT-AT-END TO TRUE.
           MOVE SPACES TO RD-RECIPIENT.
           START DISTRIBUTION-MASTER KEY IS GREATER THAN RD-RECIPIENT
               INVALID KEY
                   SET DISTRIBUTION-AT-END TO TRUE
           END-START.
           PERFORM UNTIL DISTRIBUTION-AT-END
               READ DISTRIBUTION-MASTER NEXT RECORD
                   AT END
                       SET DISTRIBUTION-AT-END TO TRUE
                   NOT AT END
                       PERFORM Take-Distribution-Line
               END-READ
               IF WS-DISTRIBUTION-MASTER-STATUS(1:1) NOT = "0"
                   SET DISTRIBUTION-AT-END TO TRUE
               END-IF
           END-PERFORM.
           PERFORM Print-Recipient-Bundle.

           CLOSE DISTRIBUTION-MASTER.
           CLOSE REPORT-REPOSITORY.
           CLOSE BUNDLE-PRINT.

           MOVE WS-BUNDLES-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "BUNDLES PRINTED:          " WS-COUNT-DISPLAY.
           MOVE WS-BUNDLES-EMPTY TO WS-COUNT-DISPLAY.
           DISPLAY "RECIPIENTS - NOTHING DUE: " WS-COUNT-DISPLAY.
           MOVE WS-COPIES-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "REPORT COPIES PRINTED:    " WS-COUNT-DISPLAY.
           MOVE WS-LINES-PRINTED TO WS-COUNT-DISPLAY.
           DISPLAY "LINES PRINTED:            " WS-COUNT-DISPLAY.
           GOBACK.

       Take-Distribution-Line.
           IF WS-RECIPIENT-FILTER NOT = SPACES
               AND RD-RECIPIENT NOT = WS-RECIPIENT-FILTER
               EXIT PARAGRAPH
           END-IF.
           IF RD-RECIPIENT NOT = WS-RECIPIENT
               PERFORM Print-Recipient-Bundle
               MOVE RD-RECIPIENT TO WS-RECIPIENT
               MOVE RD-DESCRIPTION TO WS-RECIPIENT-NAME
               MOVE RD-DELIVER-TO TO WS-RECIPIENT-DELIVER-TO
               MOVE 0 TO WS-BUNDLE-COUNT
           END-IF.
           IF WS-BUNDLE-COUNT < WS-BUNDLE-MAX
               ADD 1 TO WS-BUNDLE-COUNT
               MOVE RD-REPORT-ID TO WS-BE-REPORT-ID(WS-BUNDLE-COUNT)
               MOVE RD-COPIES TO WS-BE-COPIES(WS-BUNDLE-COUNT)
               IF WS-BE-COPIES(WS-BUNDLE-COUNT) = 0
                   MOVE 1 TO WS-BE-COPIES(WS-BUNDLE-COUNT)
               END-IF
               MOVE 0 TO WS-BE-CYCLES(WS-BUNDLE-COUNT)
               MOVE SPACES TO WS-BE-TITLE(WS-BUNDLE-COUNT)
           ELSE
               DISPLAY "BUNDLE TABLE FULL - " RD-REPORT-ID
                       " NOT SENT TO " RD-RECIPIENT
           END-IF.

      * Counted first, so the banner can say what follows and an
      * empty bundle prints nothing.
       Print-Recipient-Bundle.
           IF WS-BUNDLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-STORED-IN-BUNDLE.
           PERFORM VARYING WS-BUNDLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUNDLE-SUBSCRIPT > WS-BUNDLE-COUNT
               PERFORM Count-Stored-Copies
               ADD WS-BE-CYCLES(WS-BUNDLE-SUBSCRIPT)
                   TO WS-STORED-IN-BUNDLE
           END-PERFORM.
           IF WS-STORED-IN-BUNDLE = 0
               ADD 1 TO WS-BUNDLES-EMPTY
               DISPLAY "NOTHING STORED FOR " WS-RECIPIENT
                       " ON " WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BUNDLES-PRINTED.
           PERFORM Print-Banner-Page.
           PERFORM VARYING WS-BUNDLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUNDLE-SUBSCRIPT > WS-BUNDLE-COUNT
               IF WS-BE-CYCLES(WS-BUNDLE-SUBSCRIPT) > 0
                   PERFORM VARYING WS-COPY-NUMBER FROM 1 BY 1
                           UNTIL WS-COPY-NUMBER
                               > WS-BE-COPIES(WS-BUNDLE-SUBSCRIPT)
                       PERFORM Print-Stored-Report
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** END OF BUNDLE FOR " WS-RECIPIENT
                   " " WS-RECIPIENT-NAME " ***"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Bundle-Line.

       Count-Stored-Copies.
           MOVE 0 TO WS-ENTRY-CYCLES.
           MOVE WS-BE-REPORT-ID(WS-BUNDLE-SUBSCRIPT)
               TO WS-ENTRY-REPORT-ID.
           MOVE WS-ENTRY-REPORT-ID TO RR-REPORT-ID.
           MOVE WS-RUN-DATE TO RR-RUN-DATE.
           MOVE 0 TO RR-CYCLE.
           MOVE 0 TO RR-LINE-NUMBER.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-REPO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-REPORT-REPOSITORY-STATUS NOT = "00"
               READ REPORT-REPOSITORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RR-REPORT-ID NOT = WS-ENTRY-REPORT-ID
                           OR RR-RUN-DATE NOT = WS-RUN-DATE
                           MOVE "10" TO WS-REPORT-REPOSITORY-STATUS
                       ELSE
                           IF RR-LINE-IS-HEADER
                               ADD 1 TO WS-ENTRY-CYCLES
                               MOVE RR-REPORT-TITLE
                                   TO WS-BE-TITLE(WS-BUNDLE-SUBSCRIPT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-ENTRY-CYCLES TO WS-BE-CYCLES(WS-BUNDLE-SUBSCRIPT).

      * One page: the bundle's identification and contents, made
      * up to the house page size so the first report starts on
      * a page of its own.
       Print-Banner-Page.
           MOVE 0 TO WS-BANNER-LINES.
           MOVE WS-STAR-LINE TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE "*  REPORT DISTRIBUTION BUNDLE" TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE "*" TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*  FOR:        " WS-RECIPIENT " " WS-RECIPIENT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*  DELIVER TO: " WS-RECIPIENT-DELIVER-TO
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*  RUN DATE:   " WS-RUN-DATE
                   "   PRINTED: " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE "*" TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE "*  REPORT   TITLE                        CYCLES COPIES"
               TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           PERFORM VARYING WS-BUNDLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUNDLE-SUBSCRIPT > WS-BUNDLE-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-BE-CYCLES(WS-BUNDLE-SUBSCRIPT) = 0
                   STRING "*  " WS-BE-REPORT-ID(WS-BUNDLE-SUBSCRIPT)
                           " NOT STORED FOR THIS DATE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   MOVE WS-BE-CYCLES(WS-BUNDLE-SUBSCRIPT)
                       TO WS-CYCLE-DISPLAY
                   MOVE WS-BE-COPIES(WS-BUNDLE-SUBSCRIPT)
                       TO WS-COPIES-DISPLAY
                   STRING "*  " WS-BE-REPORT-ID(WS-BUNDLE-SUBSCRIPT)
                           " " WS-BE-TITLE(WS-BUNDLE-SUBSCRIPT)(1:30)
                           "   " WS-CYCLE-DISPLAY
                           "     " WS-COPIES-DISPLAY
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM Write-Banner-Line
           END-PERFORM.
           MOVE WS-STAR-LINE TO WS-PRINT-LINE.
           PERFORM Write-Banner-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM UNTIL WS-BANNER-LINES >= WS-PAGE-SIZE
               PERFORM Write-Banner-Line
           END-PERFORM.

       Write-Banner-Line.
           ADD 1 TO WS-BANNER-LINES.
           PERFORM Write-Bundle-Line.

      * Every stored cycle of the report for the date, each
      * behind a line saying which copy it is.
       Print-Stored-Report.
           ADD 1 TO WS-COPIES-PRINTED.
           MOVE WS-BE-REPORT-ID(WS-BUNDLE-SUBSCRIPT)
               TO WS-ENTRY-REPORT-ID.
           MOVE WS-ENTRY-REPORT-ID TO RR-REPORT-ID.
           MOVE WS-RUN-DATE TO RR-RUN-DATE.
           MOVE 0 TO RR-CYCLE.
           MOVE 0 TO RR-LINE-NUMBER.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-REPO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-REPORT-REPOSITORY-STATUS NOT = "00"
               READ REPORT-REPOSITORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RR-REPORT-ID NOT = WS-ENTRY-REPORT-ID
                           OR RR-RUN-DATE NOT = WS-RUN-DATE
                           MOVE "10" TO WS-REPORT-REPOSITORY-STATUS
                       ELSE
                           PERFORM Print-Repository-Line
                       END-IF
               END-READ
           END-PERFORM.

       Print-Repository-Line.
           IF RR-LINE-IS-HEADER
               MOVE RR-CYCLE TO WS-CYCLE-DISPLAY
               MOVE WS-COPY-NUMBER TO WS-COPIES-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "==== " RR-REPORT-ID
                       " RUN:" RR-RUN-DATE
                       " CYCLE:" WS-CYCLE-DISPLAY
                       " COPY:" WS-COPIES-DISPLAY
                       " FOR " WS-RECIPIENT " ===="
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE RR-PRINT-LINE TO WS-PRINT-LINE
               ADD 1 TO WS-LINES-PRINTED
           END-IF.
           PERFORM Write-Bundle-Line.

       Write-Bundle-Line.
           WRITE BUNDLE-PRINT-LINE FROM WS-PRINT-LINE.
