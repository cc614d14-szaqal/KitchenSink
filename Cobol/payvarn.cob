       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVARN.
      * Period-over-period pay variance review - the look at a
      * period's pay nobody had time for between PAYCALC and the
      * money leaving. Every pay on PAYCALC's PAYCUR current-period
      * file is compared, item by item - gross, net, tax withheld,
      * garnishments and each DEDMAST deduction - against the
      * employee's previous regular PAYHIST period and against
      * the average of their last several. A swing larger than
      * both the VARNCTL minimum amount and the VARNCTL tolerance
      * percentage is flagged; so is a first-time pay (no regular
      * PAYHIST before this period) and a pay to an employee no
      * longer on EMPLOYEE-MASTER but terminated on EMPHIST. Each
      * flag goes on the PAYVAR variance review file
      * (copybooks/PAY-VAR-REC.cpy) pending, with a review header
      * for the period, and prints on PAYVRPT. DDEPOSIT, CHECKPRT
      * and PAYACCT refuse to release the period until PAYVCLR
      * has cleared or overridden every pending flag.
      * VARNCTL card, all optional: tolerance percentage 9(3)
      * (default 25), minimum amount 9(5)V99 (default 50.00),
      * periods averaged 9(2) (default 6). Off-cycle FINALPAY
      * pays are not history for this comparison.
      * A rerun for the period replaces its pending flags; a flag
      * already cleared or overridden keeps its disposition while
      * the amounts it was disposed on stand, and goes back to
      * pending if they have changed since.
      * Takes at least the update role; the run lands on the
      * ACTLOG trail (VARIANCE, keyed by the period). RC=4 when
      * any flag is left pending, RC=8 when there is no PAYCUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional control card: the tolerances.
           SELECT VARIANCE-CONTROL ASSIGN TO "VARNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-CONTROL-STATUS.

           SELECT PAY-CURRENT ASSIGN TO "Cobol/data/PAYCUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PQ-EMPLOYEE-NUMBER
               FILE STATUS IS WS-PAY-CURRENT-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT EMPLOYEE-HISTORY ASSIGN TO "Cobol/data/EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-HISTORY-STATUS.

           SELECT PAY-VARIANCE ASSIGN TO "Cobol/data/PAYVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VAR-KEY
               FILE STATUS IS WS-PAY-VARIANCE-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO "Cobol/data/PAYVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-CONTROL.
       01 VARIANCE-CONTROL-REC.
           05 VC-TOLERANCE-PCT        PIC 9(3).
           05 VC-MINIMUM-AMOUNT       PIC 9(5)V99.
           05 VC-AVERAGE-PERIODS      PIC 9(2).
           05 FILLER                  PIC X(68).

       FD  PAY-CURRENT.
       01 PAY-CURRENT-REC.
           COPY PAY-HIST-REC REPLACING LEADING ==PY-== BY ==PQ-==.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  EMPLOYEE-HISTORY.
       01 EMPLOYEE-HISTORY-REC.
           COPY EMP-HIST-REC.

       FD  PAY-VARIANCE.
       01 PAY-VARIANCE-REC.
           COPY PAY-VAR-REC.

       FD  VARIANCE-REPORT.
       01 VARIANCE-REPORT-LINE        PIC X(80).

      * Prior regular pays, employee by employee, newest first.
       SD  SORT-WORK.
       01 SORT-WORK-REC.
           COPY PAY-HIST-REC REPLACING LEADING ==PY-== BY ==SV-==.

       WORKING-STORAGE SECTION.
       01 WS-VARIANCE-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-PAY-CURRENT-STATUS       PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-EMPLOYEE-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-PAY-VARIANCE-STATUS      PIC XX VALUE "00".
       01 WS-VARIANCE-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-REVIEW-PERIOD            PIC 9(8) VALUE 0.

      * The tolerances - VARNCTL, or these defaults.
       01 WS-TOLERANCE-PCT            PIC 9(3) VALUE 25.
       01 WS-MINIMUM-AMOUNT           PIC 9(5)V99 VALUE 50.00.
       01 WS-AVERAGE-PERIODS          PIC 9(2) VALUE 6.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * the status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
       01 WS-CURRENT-SWITCH           PIC X VALUE 'N'.
           88 PAYCUR-DONE                  VALUE 'Y'.
           88 PAYCUR-NOT-DONE              VALUE 'N'.
       01 WS-GROUP-SWITCH             PIC X VALUE 'N'.
           88 HISTORY-GROUP-OPEN           VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-MASTER-SWITCH            PIC X VALUE 'N'.
           88 EMPLOYEE-ACTIVE              VALUE 'Y'.
           88 EMPLOYEE-NOT-ACTIVE          VALUE 'N'.
       01 WS-TERMINATED-SWITCH        PIC X VALUE 'N'.
           88 EMPLOYEE-TERMINATED          VALUE 'Y'.
           88 EMPLOYEE-NOT-TERMINATED      VALUE 'N'.
       01 WS-FLAG-SWITCH              PIC X VALUE 'N'.
           88 VARIANCE-FLAGGED             VALUE 'Y'.
           88 VARIANCE-NOT-FLAGGED         VALUE 'N'.
       01 WS-ON-FILE-SWITCH           PIC X VALUE 'N'.
           88 FLAG-ON-FILE                 VALUE 'Y'.
           88 FLAG-NOT-ON-FILE             VALUE 'N'.

      * The employee's history group off the SORT: the previous
      * period's amounts and the totals over the periods averaged.
       01 WS-GROUP-EMPLOYEE           PIC 9(6) VALUE 0.
       01 WS-GROUP-PERIODS            PIC 9(2) VALUE 0.
       01 WS-PREVIOUS-PERIOD          PIC 9(8) VALUE 0.
       01 WS-LAST-GATHERED-PERIOD     PIC 9(8) VALUE 0.
       01 WS-ITEM-COUNT               PIC 9(2) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 20 TIMES.
               10 WS-ITEM-CODE        PIC X(6).
               10 WS-ITEM-CURRENT     PIC S9(7)V99.
               10 WS-ITEM-PREVIOUS    PIC S9(7)V99.
               10 WS-ITEM-TOTAL       PIC S9(9)V99.
       01 WS-ITEM-SUBSCRIPT           PIC 9(2) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(2) VALUE 0.
       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.

      * Add-Item: C=this period, P=the previous period (and the
      * average), T=an earlier period (the average only).
       01 WS-ADD-CODE                 PIC X(6) VALUE SPACES.
       01 WS-ADD-AMOUNT               PIC S9(7)V99 VALUE 0.
       01 WS-ADD-MODE                 PIC X VALUE SPACE.
           88 ADDING-CURRENT               VALUE 'C'.
           88 ADDING-PREVIOUS              VALUE 'P'.
           88 ADDING-EARLIER               VALUE 'T'.

       01 WS-TEST-CURRENT             PIC S9(7)V99 VALUE 0.
       01 WS-TEST-BASIS               PIC S9(7)V99 VALUE 0.
       01 WS-SWING-AMOUNT             PIC S9(7)V99 VALUE 0.
       01 WS-BASIS-MAGNITUDE          PIC 9(7)V99 VALUE 0.
       01 WS-SWING-PCT                PIC 9(7)V99 VALUE 0.
       01 WS-AVERAGE-AMOUNT           PIC S9(7)V99 VALUE 0.

       01 WS-FLAG-ITEM                PIC X(6) VALUE SPACES.
       01 WS-FLAG-BASIS               PIC X VALUE SPACE.
       01 WS-FLAG-CURRENT             PIC S9(7)V99 VALUE 0.
       01 WS-FLAG-BASIS-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-FLAG-REFERENCE-DATE      PIC 9(8) VALUE 0.
       01 WS-TERM-DATE                PIC 9(8) VALUE 0.
       01 WS-STATUS-LABEL             PIC X(8) VALUE SPACES.

       01 WS-PAYS-REVIEWED            PIC 9(5) VALUE 0.
       01 WS-FIRST-PAYS               PIC 9(5) VALUE 0.
       01 WS-TERMINATED-PAYS          PIC 9(5) VALUE 0.
       01 WS-ITEMS-FLAGGED            PIC 9(5) VALUE 0.
       01 WS-ITEMS-PENDING            PIC 9(5) VALUE 0.
       01 WS-ITEMS-DISPOSED           PIC 9(5) VALUE 0.
       01 WS-ITEMS-REPLACED           PIC 9(5) VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(18) VALUE SPACES.
       01 WS-EDITED-CURRENT           PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-BASIS             PIC ZZZ,ZZ9.99-.
       01 WS-EDITED-MINIMUM           PIC ZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "PAYVARN" TO VS-PROGRAM-NAME.
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

      * Least-privilege: the review writes the file that holds
      * the pay back - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Variance-Control.

      * The period is the one PAYCALC priced onto PAYCUR.
           OPEN INPUT PAY-CURRENT.
           IF WS-PAY-CURRENT-STATUS NOT = "00"
               DISPLAY "NO PAYCUR CURRENT PAY - RUN PAYCALC FIRST:"
                       WS-PAY-CURRENT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAY-CURRENT NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PQ-PERIOD-END TO WS-REVIEW-PERIOD
           END-READ.
           CLOSE PAY-CURRENT.
           IF WS-REVIEW-PERIOD = 0
               DISPLAY "PAYCUR EMPTY - NO PAY TO REVIEW"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Open-Variance-File.
           IF WS-PAY-VARIANCE-STATUS NOT = "00"
               DISPLAY "PAYVAR NOT AVAILABLE:" WS-PAY-VARIANCE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Clear-Pending-Items.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT PAY-CURRENT.

           OPEN OUTPUT VARIANCE-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "PAY VARIANCE REVIEW BEFORE RELEASE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "PAYVRPT"       TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE WS-MINIMUM-AMOUNT TO WS-EDITED-MINIMUM.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAY PERIOD END " WS-REVIEW-PERIOD
                   "  TOLERANCE " WS-TOLERANCE-PCT "%"
                   "  MINIMUM " WS-EDITED-MINIMUM
                   "  PERIODS " WS-AVERAGE-PERIODS
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  EMPL   NAME               ITEM   B     CURRENT"
                   "       BASIS REF DATE STATUS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SV-EMPLOYEE-NUMBER
               ON DESCENDING KEY SV-PERIOD-END
               INPUT PROCEDURE IS Release-Prior-Pays
               OUTPUT PROCEDURE IS Review-Period-Pays.

           PERFORM Write-Review-Header.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE VARIANCE-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE VARIANCE-REPORT.

           CLOSE PAY-CURRENT.
           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE PAY-VARIANCE.

           PERFORM Log-Variance-Review.
           IF WS-ITEMS-PENDING > 0
               PERFORM Note-Release-Held
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Each VARNCTL field that is there and numeric replaces its
      * default; a zero tolerance or period count is ignored.
       Read-Variance-Control.
           OPEN INPUT VARIANCE-CONTROL.
           IF WS-VARIANCE-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ VARIANCE-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF VC-TOLERANCE-PCT NUMERIC
                       AND VC-TOLERANCE-PCT > 0
                       MOVE VC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                   END-IF
                   IF VC-MINIMUM-AMOUNT NUMERIC
                       MOVE VC-MINIMUM-AMOUNT TO WS-MINIMUM-AMOUNT
                   END-IF
                   IF VC-AVERAGE-PERIODS NUMERIC
                       AND VC-AVERAGE-PERIODS > 0
                       MOVE VC-AVERAGE-PERIODS TO WS-AVERAGE-PERIODS
                   END-IF
           END-READ.
           CLOSE VARIANCE-CONTROL.

      * The first review on a new system creates the file.
       Open-Variance-File.
           OPEN I-O PAY-VARIANCE.
           IF WS-PAY-VARIANCE-STATUS = "35"
               CLOSE PAY-VARIANCE
               OPEN OUTPUT PAY-VARIANCE
               CLOSE PAY-VARIANCE
               OPEN I-O PAY-VARIANCE
           END-IF.

      * A rerun starts the period over: its header and every flag
      * still pending go; cleared and overridden flags stay for
      * Raise-Variance-Flag to weigh.
       Clear-Pending-Items.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-REVIEW-PERIOD TO VR-PERIOD-END.
           MOVE 0 TO VR-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO VR-ITEM-CODE.
           MOVE LOW-VALUES TO VR-BASIS.
           START PAY-VARIANCE KEY IS NOT LESS THAN VR-VAR-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ PAY-VARIANCE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF VR-PERIOD-END NOT = WS-REVIEW-PERIOD
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF VR-IS-HEADER OR VR-ITEM-PENDING
                               PERFORM Delete-Pending-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Delete-Pending-Item.
           IF NOT VR-IS-HEADER
               ADD 1 TO WS-ITEMS-REPLACED
           END-IF.
           DELETE PAY-VARIANCE RECORD
               INVALID KEY
                   DISPLAY "PAYVAR ITEM NOT REPLACED:" VR-VAR-KEY
           END-DELETE.

      * History for the comparison: regular-run pays of periods
      * before this one. Off-cycle final pays are not a pattern.
       Release-Prior-Pays.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "NO PAYHIST ON FILE - EVERY PAY IS A FIRST PAY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PY-PERIOD-END < WS-REVIEW-PERIOD
                           AND PY-REGULAR-PAY
                           MOVE PAY-HISTORY-REC TO SORT-WORK-REC
                           RELEASE SORT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY.

      * Match-merge: PAYCUR reads in employee order alongside the
      * sorted history groups. A pay with no group is a first
      * pay; a group with no pay is someone not paid this period.
       Review-Period-Pays.
           SET PAYCUR-NOT-DONE TO TRUE.
           PERFORM Read-Current-Pay.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Gather-One-Prior-Pay
               END-RETURN
           END-PERFORM.
           IF HISTORY-GROUP-OPEN
               PERFORM Close-History-Group
           END-IF.
           PERFORM UNTIL PAYCUR-DONE
               PERFORM Review-Without-History
               PERFORM Read-Current-Pay
           END-PERFORM.

       Read-Current-Pay.
           READ PAY-CURRENT NEXT RECORD
               AT END
                   SET PAYCUR-DONE TO TRUE
           END-READ.

      * The newest period is the previous one; it and the ones
      * after it, up to the number averaged, build the average. A
      * period on PAYHIST twice counts once.
       Gather-One-Prior-Pay.
           IF NOT HISTORY-GROUP-OPEN
                   OR SV-EMPLOYEE-NUMBER NOT = WS-GROUP-EMPLOYEE
               IF HISTORY-GROUP-OPEN
                   PERFORM Close-History-Group
               END-IF
               PERFORM Open-History-Group
           END-IF.
           IF WS-GROUP-PERIODS >= WS-AVERAGE-PERIODS
                   OR SV-PERIOD-END = WS-LAST-GATHERED-PERIOD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-PERIODS.
           MOVE SV-PERIOD-END TO WS-LAST-GATHERED-PERIOD.
           IF WS-GROUP-PERIODS = 1
               MOVE SV-PERIOD-END TO WS-PREVIOUS-PERIOD
               SET ADDING-PREVIOUS TO TRUE
           ELSE
               SET ADDING-EARLIER TO TRUE
           END-IF.

           MOVE "GROSS" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SV-GROSS NUMERIC
               MOVE SV-GROSS TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "NET" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SV-NET NUMERIC
               MOVE SV-NET TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "TAX" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SV-TAX NUMERIC
               MOVE SV-TAX TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "GARN" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF SV-GARNISHED NUMERIC
               MOVE SV-GARNISHED TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF SV-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND SV-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   MOVE SPACES TO WS-ADD-CODE
                   STRING "DED" SV-DED-CODE(WS-DED-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-ADD-CODE
                   MOVE SV-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-ADD-AMOUNT
                   PERFORM Add-Item
               END-IF
           END-PERFORM.

       Open-History-Group.
           SET HISTORY-GROUP-OPEN TO TRUE.
           MOVE SV-EMPLOYEE-NUMBER TO WS-GROUP-EMPLOYEE.
           MOVE 0 TO WS-GROUP-PERIODS.
           MOVE 0 TO WS-PREVIOUS-PERIOD.
           MOVE 0 TO WS-LAST-GATHERED-PERIOD.
           MOVE 0 TO WS-ITEM-COUNT.

      * Pays for employees below the group's have no history;
      * the group's own employee, if paid, is compared with it.
       Close-History-Group.
           PERFORM UNTIL PAYCUR-DONE
                   OR PQ-EMPLOYEE-NUMBER NOT < WS-GROUP-EMPLOYEE
               PERFORM Review-Without-History
               PERFORM Read-Current-Pay
           END-PERFORM.
           IF NOT PAYCUR-DONE
                   AND PQ-EMPLOYEE-NUMBER = WS-GROUP-EMPLOYEE
               PERFORM Review-Against-History
               PERFORM Read-Current-Pay
           END-IF.

       Add-Item.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
               IF WS-ITEM-CODE(WS-ITEM-SUBSCRIPT) = WS-ADD-CODE
                   MOVE WS-ITEM-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUBSCRIPT = 0
               IF WS-ITEM-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-MATCH-SUBSCRIPT
               MOVE WS-ADD-CODE TO WS-ITEM-CODE(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-ITEM-CURRENT(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-ITEM-PREVIOUS(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-ITEM-TOTAL(WS-MATCH-SUBSCRIPT)
           END-IF.
           EVALUATE TRUE
               WHEN ADDING-CURRENT
                   ADD WS-ADD-AMOUNT
                       TO WS-ITEM-CURRENT(WS-MATCH-SUBSCRIPT)
               WHEN ADDING-PREVIOUS
                   ADD WS-ADD-AMOUNT
                       TO WS-ITEM-PREVIOUS(WS-MATCH-SUBSCRIPT)
                   ADD WS-ADD-AMOUNT
                       TO WS-ITEM-TOTAL(WS-MATCH-SUBSCRIPT)
               WHEN OTHER
                   ADD WS-ADD-AMOUNT
                       TO WS-ITEM-TOTAL(WS-MATCH-SUBSCRIPT)
           END-EVALUATE.

      * No regular pay before this period: nothing to compare,
      * and the first pay to anyone is looked at by a person.
       Review-Without-History.
           ADD 1 TO WS-PAYS-REVIEWED.
           PERFORM Check-Employee-Status.
           ADD 1 TO WS-FIRST-PAYS.
           MOVE "FIRST" TO WS-FLAG-ITEM.
           MOVE 'F' TO WS-FLAG-BASIS.
           MOVE 0 TO WS-FLAG-CURRENT.
           IF PQ-NET NUMERIC
               MOVE PQ-NET TO WS-FLAG-CURRENT
           END-IF.
           MOVE 0 TO WS-FLAG-BASIS-AMOUNT.
           MOVE 0 TO WS-FLAG-REFERENCE-DATE.
           PERFORM Raise-Variance-Flag.

       Review-Against-History.
           ADD 1 TO WS-PAYS-REVIEWED.
           PERFORM Check-Employee-Status.
           SET ADDING-CURRENT TO TRUE.
           MOVE "GROSS" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF PQ-GROSS NUMERIC
               MOVE PQ-GROSS TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "NET" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF PQ-NET NUMERIC
               MOVE PQ-NET TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "TAX" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF PQ-TAX NUMERIC
               MOVE PQ-TAX TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           MOVE "GARN" TO WS-ADD-CODE.
           MOVE 0 TO WS-ADD-AMOUNT.
           IF PQ-GARNISHED NUMERIC
               MOVE PQ-GARNISHED TO WS-ADD-AMOUNT
           END-IF.
           PERFORM Add-Item.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PQ-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND PQ-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   MOVE SPACES TO WS-ADD-CODE
                   STRING "DED" PQ-DED-CODE(WS-DED-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-ADD-CODE
                   MOVE PQ-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-ADD-AMOUNT
                   PERFORM Add-Item
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
               PERFORM Compare-One-Item
           END-PERFORM.

      * Against the previous period always; against the average
      * once there is more than one period to average - with one,
      * the average is the previous period again.
       Compare-One-Item.
           MOVE WS-ITEM-CURRENT(WS-ITEM-SUBSCRIPT) TO WS-TEST-CURRENT.
           MOVE WS-ITEM-PREVIOUS(WS-ITEM-SUBSCRIPT) TO WS-TEST-BASIS.
           PERFORM Test-Variance.
           IF VARIANCE-FLAGGED
               MOVE WS-ITEM-CODE(WS-ITEM-SUBSCRIPT) TO WS-FLAG-ITEM
               MOVE 'P' TO WS-FLAG-BASIS
               MOVE WS-TEST-CURRENT TO WS-FLAG-CURRENT
               MOVE WS-TEST-BASIS TO WS-FLAG-BASIS-AMOUNT
               MOVE WS-PREVIOUS-PERIOD TO WS-FLAG-REFERENCE-DATE
               PERFORM Raise-Variance-Flag
           END-IF.
           IF WS-GROUP-PERIODS < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVERAGE-AMOUNT ROUNDED =
               WS-ITEM-TOTAL(WS-ITEM-SUBSCRIPT) / WS-GROUP-PERIODS.
           MOVE WS-AVERAGE-AMOUNT TO WS-TEST-BASIS.
           PERFORM Test-Variance.
           IF VARIANCE-FLAGGED
               MOVE WS-ITEM-CODE(WS-ITEM-SUBSCRIPT) TO WS-FLAG-ITEM
               MOVE 'A' TO WS-FLAG-BASIS
               MOVE WS-TEST-CURRENT TO WS-FLAG-CURRENT
               MOVE WS-TEST-BASIS TO WS-FLAG-BASIS-AMOUNT
               MOVE 0 TO WS-FLAG-REFERENCE-DATE
               PERFORM Raise-Variance-Flag
           END-IF.

      * A swing is flagged when it is at least the minimum amount
      * and more than the tolerance percentage of the basis - or
      * when there was nothing to swing from at all.
       Test-Variance.
           SET VARIANCE-NOT-FLAGGED TO TRUE.
           COMPUTE WS-SWING-AMOUNT = WS-TEST-CURRENT - WS-TEST-BASIS.
           IF WS-SWING-AMOUNT < 0
               COMPUTE WS-SWING-AMOUNT = 0 - WS-SWING-AMOUNT
           END-IF.
           IF WS-SWING-AMOUNT = 0
                   OR WS-SWING-AMOUNT < WS-MINIMUM-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEST-BASIS = 0
               SET VARIANCE-FLAGGED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEST-BASIS TO WS-BASIS-MAGNITUDE.
           COMPUTE WS-SWING-PCT ROUNDED =
                   WS-SWING-AMOUNT * 100 / WS-BASIS-MAGNITUDE
               ON SIZE ERROR
                   SET VARIANCE-FLAGGED TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF WS-SWING-PCT > WS-TOLERANCE-PCT
               SET VARIANCE-FLAGGED TO TRUE
           END-IF.

      * On EMPLOYEE-MASTER means active. Off it, the EMPHIST
      * archive says whether - and when - the employee left; the
      * latest termination there is the one that counts.
       Check-Employee-Status.
           SET EMPLOYEE-NOT-ACTIVE TO TRUE.
           SET EMPLOYEE-NOT-TERMINATED TO TRUE.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF EMPLOYEE-ON-FILE
               MOVE PQ-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EMPLOYEE-ACTIVE TO TRUE
                       STRING EM-FIRST-NAME DELIMITED BY SPACE
                              " "           DELIMITED BY SIZE
                              EM-LAST-NAME  DELIMITED BY SPACE
                           INTO WS-EMPLOYEE-NAME
                       END-STRING
               END-READ
           END-IF.
           IF EMPLOYEE-ACTIVE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TERM-DATE.
           OPEN INPUT EMPLOYEE-HISTORY.
           IF WS-EMPLOYEE-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EMPLOYEE-HISTORY-STATUS NOT = "00"
                   READ EMPLOYEE-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EH-EMPLOYEE-NUMBER = PQ-EMPLOYEE-NUMBER
                               AND EH-TERM-DATE NOT < WS-TERM-DATE
                               SET EMPLOYEE-TERMINATED TO TRUE
                               MOVE EH-TERM-DATE TO WS-TERM-DATE
                               MOVE SPACES TO WS-EMPLOYEE-NAME
                               STRING EH-FIRST-NAME DELIMITED BY SPACE
                                      " "           DELIMITED BY SIZE
                                      EH-LAST-NAME  DELIMITED BY SPACE
                                   INTO WS-EMPLOYEE-NAME
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-HISTORY
           END-IF.
           IF EMPLOYEE-NOT-TERMINATED
               MOVE "*NOT ON MASTER*" TO WS-EMPLOYEE-NAME
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TERMINATED-PAYS.
           MOVE "TERM" TO WS-FLAG-ITEM.
           MOVE 'T' TO WS-FLAG-BASIS.
           MOVE 0 TO WS-FLAG-CURRENT.
           IF PQ-NET NUMERIC
               MOVE PQ-NET TO WS-FLAG-CURRENT
           END-IF.
           MOVE 0 TO WS-FLAG-BASIS-AMOUNT.
           MOVE WS-TERM-DATE TO WS-FLAG-REFERENCE-DATE.
           PERFORM Raise-Variance-Flag.

      * A flag already cleared or overridden on exactly these
      * amounts stands; anything else is pending again.
       Raise-Variance-Flag.
           ADD 1 TO WS-ITEMS-FLAGGED.
           MOVE WS-REVIEW-PERIOD   TO VR-PERIOD-END.
           MOVE PQ-EMPLOYEE-NUMBER TO VR-EMPLOYEE-NUMBER.
           MOVE WS-FLAG-ITEM       TO VR-ITEM-CODE.
           MOVE WS-FLAG-BASIS      TO VR-BASIS.
           SET FLAG-NOT-ON-FILE TO TRUE.
           READ PAY-VARIANCE
               KEY IS VR-VAR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FLAG-ON-FILE TO TRUE
           END-READ.
           IF FLAG-ON-FILE AND NOT VR-ITEM-PENDING
                   AND VR-CURRENT-AMOUNT = WS-FLAG-CURRENT
                   AND VR-BASIS-AMOUNT = WS-FLAG-BASIS-AMOUNT
               ADD 1 TO WS-ITEMS-DISPOSED
               IF VR-ITEM-CLEARED
                   MOVE "CLEARED" TO WS-STATUS-LABEL
               ELSE
                   MOVE "OVERRIDE" TO WS-STATUS-LABEL
               END-IF
               PERFORM Write-Flag-Line
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REVIEW-PERIOD       TO VR-PERIOD-END.
           MOVE PQ-EMPLOYEE-NUMBER     TO VR-EMPLOYEE-NUMBER.
           MOVE WS-FLAG-ITEM           TO VR-ITEM-CODE.
           MOVE WS-FLAG-BASIS          TO VR-BASIS.
           MOVE WS-FLAG-CURRENT        TO VR-CURRENT-AMOUNT.
           MOVE WS-FLAG-BASIS-AMOUNT   TO VR-BASIS-AMOUNT.
           MOVE WS-FLAG-REFERENCE-DATE TO VR-REFERENCE-DATE.
           SET VR-ITEM-PENDING TO TRUE.
           MOVE WS-RUN-DATE            TO VR-RAISED-DATE.
           MOVE SPACES                 TO VR-DISPOSED-BY.
           MOVE 0                      TO VR-DISPOSED-DATE.
           MOVE SPACES                 TO VR-REASON.
           IF FLAG-ON-FILE
               REWRITE PAY-VARIANCE-REC
                   INVALID KEY
                       DISPLAY "PAYVAR FLAG NOT REWRITTEN:" VR-VAR-KEY
               END-REWRITE
           ELSE
               WRITE PAY-VARIANCE-REC
                   INVALID KEY
                       DISPLAY "PAYVAR FLAG NOT WRITTEN:" VR-VAR-KEY
               END-WRITE
           END-IF.
           ADD 1 TO WS-ITEMS-PENDING.
           MOVE "PENDING" TO WS-STATUS-LABEL.
           PERFORM Write-Flag-Line.

       Write-Flag-Line.
           MOVE WS-FLAG-CURRENT TO WS-EDITED-CURRENT.
           MOVE WS-FLAG-BASIS-AMOUNT TO WS-EDITED-BASIS.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " PQ-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " WS-FLAG-ITEM
                   " " WS-FLAG-BASIS
                   " " WS-EDITED-CURRENT
                   " " WS-EDITED-BASIS
                   " " WS-FLAG-REFERENCE-DATE
                   " " WS-STATUS-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * The header is what tells PAYVARW the period was reviewed.
       Write-Review-Header.
           MOVE WS-REVIEW-PERIOD TO VR-PERIOD-END.
           MOVE 0 TO VR-EMPLOYEE-NUMBER.
           MOVE SPACES TO VR-ITEM-CODE.
           SET VR-IS-HEADER TO TRUE.
           MOVE SPACES TO VR-HEADER-BODY.
           MOVE WS-RUN-DATE        TO VR-REVIEW-DATE.
           MOVE WS-OPERATOR-ID     TO VR-REVIEWED-BY.
           MOVE WS-PAYS-REVIEWED   TO VR-PAYS-REVIEWED.
           MOVE WS-ITEMS-FLAGGED   TO VR-ITEMS-FLAGGED.
           MOVE WS-TOLERANCE-PCT   TO VR-TOLERANCE-PCT.
           MOVE WS-MINIMUM-AMOUNT  TO VR-MINIMUM-AMOUNT.
           MOVE WS-AVERAGE-PERIODS TO VR-AVERAGE-PERIODS.
           WRITE PAY-VARIANCE-REC
               INVALID KEY
                   REWRITE PAY-VARIANCE-REC
                       INVALID KEY
                           DISPLAY "PAYVAR REVIEW HEADER NOT WRITTEN:"
                                   WS-REVIEW-PERIOD
                   END-REWRITE
           END-WRITE.

       Write-Report-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-PAYS-REVIEWED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAYS REVIEWED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-FIRST-PAYS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FIRST-TIME PAYS:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-TERMINATED-PAYS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAYS TO TERMINATED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-FLAGGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ITEMS FLAGGED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-DISPOSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ALREADY DISPOSED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-REPLACED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PENDING REPLACED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-PENDING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-ITEMS-PENDING > 0
               STRING "ITEMS PENDING:          " WS-COUNT-DISPLAY
                       "  - RELEASE HELD UNTIL PAYVCLR DISPOSES"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "ITEMS PENDING:          " WS-COUNT-DISPLAY
                       "  - PERIOD CLEAR FOR RELEASE"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Note-Release-Held.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P027" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "PAYVARN" TO EX-PROGRAM-ID.
           MOVE WS-ITEMS-PENDING TO WS-COUNT-DISPLAY.
           STRING "PAY VARIANCE ITEMS PENDING:" WS-COUNT-DISPLAY
                   " - PERIOD " WS-REVIEW-PERIOD " HELD"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The review lands on the ACTLOG trail, keyed by period.
       Log-Variance-Review.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "PAYVARN" TO AL-PROGRAM-ID.
           MOVE "VARIANCE" TO AL-ACTION-CODE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-REVIEW-PERIOD TO AL-KEY-VALUE(1:8).
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE VARIANCE-REPORT-LINE FROM RP-HEADING-1
               WRITE VARIANCE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE VARIANCE-REPORT-LINE FROM WS-DETAIL-LINE.
