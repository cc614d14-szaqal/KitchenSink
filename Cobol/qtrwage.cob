       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRWAGE.
      * Quarterly payroll liability and wage report, the figures
      * the quarterly payroll tax return is filled in from. Every
      * PAYHIST pay whose period ends inside the quarter on the
      * QTRCTL card is summed per employee - periods paid, quarter
      * wages, taxable wages and the amount withheld under each
      * DEDMAST code (TAXMAST withholding as TAX and GARNMAST
      * orders as GRN, the codes the entries they supersede carry)
      * - and per pay period for the company liability schedule.
      * Taxable wages are the taxable gross PAYCALC priced the
      * withholding on and carried on PAYHIST - the gross less the
      * pre-tax RETPART plan deferral; history written before that
      * figure was kept reads its gross as taxable.
      * The proof section then ties the quarter to YTDMAST: each
      * employee's PAYHIST totals must equal the YTDMAST figures
      * carried today less the YTDQSNAP snapshot (copybooks/
      * YTD-QSNAP-REC.cpy) frozen at the end of the prior quarter
      * - zero for the first quarter of the year - and every
      * break prints by employee. Today's YTDMAST figures are then
      * frozen to YTDQSNAP for the next quarter to prove against,
      * so the run belongs after the quarter's last PAYCALC and
      * before the next quarter's first. A later quarter with no
      * snapshot behind it cannot be proven and says so. Breaks,
      * an unprovable quarter or a full table end the run RC=4;
      * no valid card or no YTDMAST ends it RC=12 or RC=8. Prints
      * through the shared RPTWRITE service.
      * Each run is kept in the RPTREPO report repository as
      * QTRRPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTER-CONTROL ASSIGN TO "QTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARTER-CONTROL-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT YTD-MASTER ASSIGN TO "Cobol/data/YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-NUMBER
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT QUARTER-SNAPSHOT ASSIGN TO "Cobol/data/YTDQSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARTER-SNAPSHOT-STATUS.

           SELECT QUARTER-REPORT ASSIGN TO "Cobol/data/QTRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARTER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Report card: year 9(4), quarter 9 (1-4).
       FD  QUARTER-CONTROL.
       01 QUARTER-CONTROL-REC.
           05 QC-YEAR                 PIC 9(4).
           05 QC-QUARTER              PIC 9.

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  YTD-MASTER.
       01 YTD-MASTER-REC.
           COPY YTD-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  QUARTER-SNAPSHOT.
       01 QUARTER-SNAPSHOT-REC.
           COPY YTD-QSNAP-REC.

       FD  QUARTER-REPORT.
       01 QUARTER-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUARTER-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-YTD-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-QUARTER-SNAPSHOT-STATUS  PIC XX VALUE "00".
       01 WS-QUARTER-REPORT-STATUS    PIC XX VALUE "00".

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
       01 WS-CARD-SWITCH              PIC X VALUE 'N'.
           88 CARD-IS-GOOD                 VALUE 'Y'.
           88 CARD-IS-BAD                  VALUE 'N'.
      * Where the quarter's opening YTD figures come from: zero
      * for a first quarter, the prior quarter's snapshot, or
      * nowhere when that snapshot was never taken.
       01 WS-START-BASIS-SWITCH       PIC X VALUE 'Z'.
           88 START-IS-YEAR-START          VALUE 'Z'.
           88 START-IS-SNAPSHOT            VALUE 'S'.
           88 START-IS-MISSING             VALUE 'M'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-REPORT-YEAR              PIC 9(4) VALUE 0.
       01 WS-REPORT-QUARTER           PIC 9 VALUE 0.
       01 WS-PRIOR-QUARTER            PIC 9 VALUE 0.
       01 WS-PRIOR-SNAP-DATE          PIC 9(8) VALUE 0.
       01 WS-QTR-START-DATE           PIC 9(8) VALUE 0.
       01 WS-QTR-START-PARTS REDEFINES WS-QTR-START-DATE.
           05 WS-QTR-START-YEAR       PIC 9(4).
           05 WS-QTR-START-MONTH      PIC 9(2).
           05 WS-QTR-START-DAY        PIC 9(2).
       01 WS-QTR-END-DATE             PIC 9(8) VALUE 0.
       01 WS-QTR-END-PARTS REDEFINES WS-QTR-END-DATE.
           05 WS-QTR-END-YEAR         PIC 9(4).
           05 WS-QTR-END-MONTH        PIC 9(2).
           05 WS-QTR-END-DAY          PIC 9(2).

      * One entry per employee, loaded RUNREGW-style: the
      * quarter's PAYHIST totals, the opening snapshot and the
      * YTDMAST figures carried today accumulate side by side so
      * the proof settles each employee in one compare. Up to
      * six withholding codes are carried per employee.
       01 WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01 WS-EMP-MAX                  PIC 9(4) VALUE 500.
       01 WS-EMP-SUBSCRIPT            PIC 9(4) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-EMP-NUMBER        PIC 9(6).
               10 WS-EMP-HIST-PERIODS  PIC 9(3).
               10 WS-EMP-HIST-GROSS    PIC S9(7)V99.
               10 WS-EMP-HIST-TAXABLE  PIC S9(7)V99.
               10 WS-EMP-HIST-TAX      PIC S9(7)V99.
               10 WS-EMP-HIST-DEDS     PIC S9(7)V99.
               10 WS-EMP-HIST-NET      PIC S9(7)V99.
               10 WS-EMP-START-PERIODS PIC 9(3).
               10 WS-EMP-START-GROSS   PIC S9(7)V99.
               10 WS-EMP-START-TAX     PIC S9(7)V99.
               10 WS-EMP-START-DEDS    PIC S9(7)V99.
               10 WS-EMP-START-NET     PIC S9(7)V99.
               10 WS-EMP-YTD-SWITCH    PIC X.
                   88 EMP-NOT-ON-YTDMAST       VALUE 'N'.
                   88 EMP-ON-YTDMAST           VALUE 'Y'.
                   88 EMP-YTD-ROLLED-PAST      VALUE 'R'.
               10 WS-EMP-YTD-PERIODS   PIC 9(3).
               10 WS-EMP-YTD-GROSS     PIC S9(7)V99.
               10 WS-EMP-YTD-TAX       PIC S9(7)V99.
               10 WS-EMP-YTD-DEDS      PIC S9(7)V99.
               10 WS-EMP-YTD-NET       PIC S9(7)V99.
               10 WS-EMP-CODE-COUNT    PIC 9.
               10 WS-EMP-CODE-ENTRY OCCURS 6 TIMES.
                   15 WS-EMP-CODE      PIC X(3).
                   15 WS-EMP-CODE-AMT  PIC S9(7)V99.

      * Company totals per pay period for the liability schedule,
      * in the order the periods first appear on PAYHIST - the
      * order PAYCALC paid them in.
       01 WS-PER-COUNT                PIC 9(3) VALUE 0.
       01 WS-PER-MAX                  PIC 9(3) VALUE 30.
       01 WS-PER-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-PER-MATCH                PIC 9(3) VALUE 0.
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 30 TIMES.
               10 WS-PER-END-DATE      PIC 9(8).
               10 WS-PER-PAYS          PIC 9(4).
               10 WS-PER-GROSS         PIC S9(9)V99.
               10 WS-PER-TAX           PIC S9(9)V99.
               10 WS-PER-DEDS          PIC S9(9)V99.
               10 WS-PER-NET           PIC S9(9)V99.

      * Company totals withheld per code for the quarter.
       01 WS-CO-CODE-COUNT            PIC 9(3) VALUE 0.
       01 WS-CO-CODE-MAX              PIC 9(3) VALUE 30.
       01 WS-CO-SUBSCRIPT             PIC 9(3) VALUE 0.
       01 WS-CO-MATCH                 PIC 9(3) VALUE 0.
       01 WS-CO-CODE-TABLE.
           05 WS-CO-CODE-ENTRY OCCURS 30 TIMES.
               10 WS-CO-CODE           PIC X(3).
               10 WS-CO-CODE-AMT       PIC S9(9)V99.

       01 WS-CODE-SUBSCRIPT           PIC 9 VALUE 0.
       01 WS-CODE-MATCH               PIC 9 VALUE 0.
       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.
       01 WS-LOOKUP-CODE              PIC X(3) VALUE SPACES.
       01 WS-LOOKUP-AMOUNT            PIC S9(7)V99 VALUE 0.

      * One PAYHIST pay, with history written before the tax and
      * garnishment fields existed read as nothing withheld, and
      * before the taxable gross existed as all of it taxable.
       01 WS-PAY-TAX                  PIC S9(7)V99 VALUE 0.
       01 WS-PAY-GARNISHED            PIC S9(7)V99 VALUE 0.
       01 WS-PAY-DEDS                 PIC S9(7)V99 VALUE 0.
       01 WS-PAY-TAXABLE              PIC S9(7)V99 VALUE 0.

       01 WS-DELTA-PERIODS            PIC S9(3) VALUE 0.
       01 WS-DELTA-AMOUNT             PIC S9(7)V99 VALUE 0.
       01 WS-HIST-AMOUNT              PIC S9(7)V99 VALUE 0.
       01 WS-PROOF-LABEL              PIC X(7) VALUE SPACES.
       01 WS-EMP-BREAK-SWITCH         PIC X VALUE 'N'.
           88 EMP-HAS-BREAK                VALUE 'Y'.
           88 EMP-HAS-NO-BREAK             VALUE 'N'.

       01 WS-TOTAL-GROSS              PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-TAXABLE            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-TAX                PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DEDS               PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-NET                PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-PAYS               PIC 9(4) VALUE 0.
       01 WS-YTD-TOTAL-GROSS          PIC S9(9)V99 VALUE 0.
       01 WS-YTD-TOTAL-TAX            PIC S9(9)V99 VALUE 0.
       01 WS-YTD-TOTAL-DEDS           PIC S9(9)V99 VALUE 0.
       01 WS-YTD-TOTAL-NET            PIC S9(9)V99 VALUE 0.

       01 WS-PAY-RECORDS              PIC 9(6) VALUE 0.
       01 WS-EMPLOYEES-PAID           PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-PROVEN         PIC 9(5) VALUE 0.
       01 WS-BREAKS-FOUND             PIC 9(5) VALUE 0.
       01 WS-SNAPSHOTS-WRITTEN        PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(6) VALUE 0.

       01 WS-EMPLOYEE-NAME            PIC X(20) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-YTD               PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-TAXABLE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-GROSS             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-TAX               PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-DEDS              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PERIODS-DISPLAY          PIC ZZ9.
       01 WS-YTD-PERIODS-DISPLAY      PIC ZZ9-.
       01 WS-PAYS-DISPLAY             PIC ZZZ9.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "QTRWAGE"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM Read-Quarter-Control.
           IF CARD-IS-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT YTD-MASTER.
           IF WS-YTD-MASTER-STATUS NOT = "00"
               DISPLAY "YTD MASTER NOT AVAILABLE:"
                       WS-YTD-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.

           PERFORM Accumulate-Quarter-Pay.
           PERFORM Find-Prior-Snap-Date.
           PERFORM Load-Prior-Snapshot.
           PERFORM Load-And-Snapshot-YTD.

           OPEN OUTPUT QUARTER-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "QUARTERLY PAYROLL LIABILITY AND WAGES"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "QTRRPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "YEAR " WS-REPORT-YEAR
                   " QUARTER " WS-REPORT-QUARTER
                   "  PERIODS ENDING " WS-QTR-START-DATE
                   " THRU " WS-QTR-END-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           PERFORM Report-Employee-Wages.
           PERFORM Report-Quarter-Totals.
           PERFORM Report-Liability-Schedule.
           PERFORM Report-YTD-Proof.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE QUARTER-REPORT-LINE FROM RP-PRINT-LINE.

           CLOSE QUARTER-REPORT.
           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE YTD-MASTER.

           IF WS-BREAKS-FOUND > 0
               OR WS-TABLE-FULL-COUNT > 0
               OR START-IS-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The quarter runs from the first day of its first month to
      * the last day of its third. A missing or bad card means no
      * quarter to report.
       Read-Quarter-Control.
           SET CARD-IS-BAD TO TRUE.
           OPEN INPUT QUARTER-CONTROL.
           IF WS-QUARTER-CONTROL-STATUS = "00"
               READ QUARTER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QC-YEAR NUMERIC
                           AND QC-YEAR > 0
                           AND QC-QUARTER NUMERIC
                           AND QC-QUARTER > 0
                           AND QC-QUARTER NOT > 4
                           SET CARD-IS-GOOD TO TRUE
                           MOVE QC-YEAR    TO WS-REPORT-YEAR
                           MOVE QC-QUARTER TO WS-REPORT-QUARTER
                       END-IF
               END-READ
               CLOSE QUARTER-CONTROL
           END-IF.
           IF CARD-IS-BAD
               DISPLAY "NO VALID QTRCTL CARD - NO REPORT"
           ELSE
               MOVE WS-REPORT-YEAR TO WS-QTR-START-YEAR
               MOVE WS-REPORT-YEAR TO WS-QTR-END-YEAR
               COMPUTE WS-QTR-START-MONTH =
                   WS-REPORT-QUARTER * 3 - 2
               COMPUTE WS-QTR-END-MONTH = WS-REPORT-QUARTER * 3
               MOVE 1 TO WS-QTR-START-DAY
               EVALUATE WS-REPORT-QUARTER
                   WHEN 2
                   WHEN 3
                       MOVE 30 TO WS-QTR-END-DAY
                   WHEN OTHER
                       MOVE 31 TO WS-QTR-END-DAY
               END-EVALUATE
               COMPUTE WS-PRIOR-QUARTER = WS-REPORT-QUARTER - 1
               DISPLAY "QUARTER:" WS-QTR-START-DATE
                       " THRU " WS-QTR-END-DATE
           END-IF.

      * One pass down PAYHIST: each pay for a period ending in
      * the quarter lands on its employee, its pay period and the
      * company code totals.
       Accumulate-Quarter-Pay.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
                   READ PAY-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-PERIOD-END NOT < WS-QTR-START-DATE
                               AND PY-PERIOD-END
                                   NOT > WS-QTR-END-DATE
                               PERFORM Accumulate-One-Pay
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.
           MOVE "00" TO WS-PAY-HISTORY-STATUS.

       Accumulate-One-Pay.
           ADD 1 TO WS-PAY-RECORDS.
           MOVE 0 TO WS-PAY-TAX.
           IF PY-TAX NUMERIC
               MOVE PY-TAX TO WS-PAY-TAX
           END-IF.
           MOVE 0 TO WS-PAY-GARNISHED.
           IF PY-GARNISHED NUMERIC
               MOVE PY-GARNISHED TO WS-PAY-GARNISHED
           END-IF.
           MOVE WS-PAY-GARNISHED TO WS-PAY-DEDS.
           MOVE PY-GROSS TO WS-PAY-TAXABLE.
           IF PY-TAXABLE-GROSS NUMERIC
               MOVE PY-TAXABLE-GROSS TO WS-PAY-TAXABLE
           END-IF.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   ADD PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-PAY-DEDS
               END-IF
           END-PERFORM.

           MOVE PY-EMPLOYEE-NUMBER TO YT-EMPLOYEE-NUMBER.
           PERFORM Find-Employee-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               ADD 1 TO WS-EMP-HIST-PERIODS(WS-MATCH-SUBSCRIPT)
               ADD PY-GROSS TO WS-EMP-HIST-GROSS(WS-MATCH-SUBSCRIPT)
               ADD WS-PAY-TAXABLE
                   TO WS-EMP-HIST-TAXABLE(WS-MATCH-SUBSCRIPT)
               ADD WS-PAY-TAX TO WS-EMP-HIST-TAX(WS-MATCH-SUBSCRIPT)
               ADD WS-PAY-DEDS
                   TO WS-EMP-HIST-DEDS(WS-MATCH-SUBSCRIPT)
               ADD PY-NET TO WS-EMP-HIST-NET(WS-MATCH-SUBSCRIPT)
               IF WS-PAY-TAX NOT = 0
                   MOVE "TAX" TO WS-LOOKUP-CODE
                   MOVE WS-PAY-TAX TO WS-LOOKUP-AMOUNT
                   PERFORM Add-Withheld-Amount
               END-IF
               PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-DED-SUBSCRIPT > 3
                   IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                       AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                       MOVE PY-DED-CODE(WS-DED-SUBSCRIPT)
                           TO WS-LOOKUP-CODE
                       MOVE PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
                           TO WS-LOOKUP-AMOUNT
                       PERFORM Add-Withheld-Amount
                   END-IF
               END-PERFORM
               IF WS-PAY-GARNISHED NOT = 0
                   MOVE "GRN" TO WS-LOOKUP-CODE
                   MOVE WS-PAY-GARNISHED TO WS-LOOKUP-AMOUNT
                   PERFORM Add-Withheld-Amount
               END-IF
           END-IF.

           PERFORM Find-Period-Entry.
           IF WS-PER-MATCH > 0
               ADD 1 TO WS-PER-PAYS(WS-PER-MATCH)
               ADD PY-GROSS TO WS-PER-GROSS(WS-PER-MATCH)
               ADD WS-PAY-TAX TO WS-PER-TAX(WS-PER-MATCH)
               ADD WS-PAY-DEDS TO WS-PER-DEDS(WS-PER-MATCH)
               ADD PY-NET TO WS-PER-NET(WS-PER-MATCH)
           END-IF.

           ADD 1 TO WS-TOTAL-PAYS.
           ADD PY-GROSS TO WS-TOTAL-GROSS.
           ADD WS-PAY-TAXABLE TO WS-TOTAL-TAXABLE.
           ADD WS-PAY-TAX TO WS-TOTAL-TAX.
           ADD WS-PAY-DEDS TO WS-TOTAL-DEDS.
           ADD PY-NET TO WS-TOTAL-NET.

      * The amount withheld under one code lands on the
      * employee's code entry and on the company total for the
      * code, each entry created when the code is first seen.
       Add-Withheld-Amount.
           MOVE 0 TO WS-CODE-MATCH.
           PERFORM VARYING WS-CODE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CODE-SUBSCRIPT >
                         WS-EMP-CODE-COUNT(WS-MATCH-SUBSCRIPT)
               IF WS-EMP-CODE(WS-MATCH-SUBSCRIPT, WS-CODE-SUBSCRIPT)
                   = WS-LOOKUP-CODE
                   MOVE WS-CODE-SUBSCRIPT TO WS-CODE-MATCH
               END-IF
           END-PERFORM.
           IF WS-CODE-MATCH = 0
               IF WS-EMP-CODE-COUNT(WS-MATCH-SUBSCRIPT) < 6
                   ADD 1 TO WS-EMP-CODE-COUNT(WS-MATCH-SUBSCRIPT)
                   MOVE WS-EMP-CODE-COUNT(WS-MATCH-SUBSCRIPT)
                       TO WS-CODE-MATCH
                   MOVE WS-LOOKUP-CODE TO
                       WS-EMP-CODE(WS-MATCH-SUBSCRIPT, WS-CODE-MATCH)
                   MOVE 0 TO
                       WS-EMP-CODE-AMT(WS-MATCH-SUBSCRIPT,
                                       WS-CODE-MATCH)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "CODE TABLE FULL - EMPLOYEE "
                           WS-EMP-NUMBER(WS-MATCH-SUBSCRIPT)
                           " CODE " WS-LOOKUP-CODE " NOT SHOWN"
               END-IF
           END-IF.
           IF WS-CODE-MATCH > 0
               ADD WS-LOOKUP-AMOUNT TO
                   WS-EMP-CODE-AMT(WS-MATCH-SUBSCRIPT, WS-CODE-MATCH)
           END-IF.

           MOVE 0 TO WS-CO-MATCH.
           PERFORM VARYING WS-CO-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CO-SUBSCRIPT > WS-CO-CODE-COUNT
               IF WS-CO-CODE(WS-CO-SUBSCRIPT) = WS-LOOKUP-CODE
                   MOVE WS-CO-SUBSCRIPT TO WS-CO-MATCH
               END-IF
           END-PERFORM.
           IF WS-CO-MATCH = 0
               IF WS-CO-CODE-COUNT < WS-CO-CODE-MAX
                   ADD 1 TO WS-CO-CODE-COUNT
                   MOVE WS-CO-CODE-COUNT TO WS-CO-MATCH
                   MOVE WS-LOOKUP-CODE TO WS-CO-CODE(WS-CO-MATCH)
                   MOVE 0 TO WS-CO-CODE-AMT(WS-CO-MATCH)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "COMPANY CODE TABLE FULL - CODE "
                           WS-LOOKUP-CODE " NOT TOTALLED"
               END-IF
           END-IF.
           IF WS-CO-MATCH > 0
               ADD WS-LOOKUP-AMOUNT TO WS-CO-CODE-AMT(WS-CO-MATCH)
           END-IF.

      * Finds the employee's entry, creating it zeroed when first
      * seen; a full table counts and drops the rest - 500
      * employees is generations of headroom at this shop.
       Find-Employee-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-EMP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-EMP-SUBSCRIPT > WS-EMP-COUNT
               IF WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                   = YT-EMPLOYEE-NUMBER
                   MOVE WS-EMP-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUBSCRIPT = 0
               IF WS-EMP-COUNT < WS-EMP-MAX
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-MATCH-SUBSCRIPT
                   PERFORM Clear-Employee-Entry
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEE DROPPED:"
                           YT-EMPLOYEE-NUMBER
               END-IF
           END-IF.

       Clear-Employee-Entry.
           MOVE YT-EMPLOYEE-NUMBER
               TO WS-EMP-NUMBER(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-PERIODS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-GROSS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-TAXABLE(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-TAX(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-DEDS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-HIST-NET(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-START-PERIODS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-START-GROSS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-START-TAX(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-START-DEDS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-START-NET(WS-MATCH-SUBSCRIPT).
           SET EMP-NOT-ON-YTDMAST(WS-MATCH-SUBSCRIPT) TO TRUE.
           MOVE 0 TO WS-EMP-YTD-PERIODS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-YTD-GROSS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-YTD-TAX(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-YTD-DEDS(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-YTD-NET(WS-MATCH-SUBSCRIPT).
           MOVE 0 TO WS-EMP-CODE-COUNT(WS-MATCH-SUBSCRIPT).

       Find-Period-Entry.
           MOVE 0 TO WS-PER-MATCH.
           PERFORM VARYING WS-PER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PER-SUBSCRIPT > WS-PER-COUNT
               IF WS-PER-END-DATE(WS-PER-SUBSCRIPT) = PY-PERIOD-END
                   MOVE WS-PER-SUBSCRIPT TO WS-PER-MATCH
               END-IF
           END-PERFORM.
           IF WS-PER-MATCH = 0
               IF WS-PER-COUNT < WS-PER-MAX
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-PER-COUNT TO WS-PER-MATCH
                   MOVE PY-PERIOD-END TO WS-PER-END-DATE(WS-PER-MATCH)
                   MOVE 0 TO WS-PER-PAYS(WS-PER-MATCH)
                   MOVE 0 TO WS-PER-GROSS(WS-PER-MATCH)
                   MOVE 0 TO WS-PER-TAX(WS-PER-MATCH)
                   MOVE 0 TO WS-PER-DEDS(WS-PER-MATCH)
                   MOVE 0 TO WS-PER-NET(WS-PER-MATCH)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "PERIOD TABLE FULL - PERIOD NOT SCHEDULED:"
                           PY-PERIOD-END
               END-IF
           END-IF.

      * The first quarter opens on the zero a new year resets
      * YTDMAST to. A later quarter opens on the latest snapshot
      * taken for the quarter before it in the same year.
       Find-Prior-Snap-Date.
           MOVE 0 TO WS-PRIOR-SNAP-DATE.
           IF WS-PRIOR-QUARTER = 0
               SET START-IS-YEAR-START TO TRUE
           ELSE
               OPEN INPUT QUARTER-SNAPSHOT
               IF WS-QUARTER-SNAPSHOT-STATUS = "00"
                   PERFORM UNTIL
                           WS-QUARTER-SNAPSHOT-STATUS NOT = "00"
                       READ QUARTER-SNAPSHOT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF YQ-YEAR = WS-REPORT-YEAR
                                   AND YQ-QUARTER = WS-PRIOR-QUARTER
                                   AND YQ-SNAP-DATE
                                       > WS-PRIOR-SNAP-DATE
                                   MOVE YQ-SNAP-DATE
                                       TO WS-PRIOR-SNAP-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUARTER-SNAPSHOT
               END-IF
               MOVE "00" TO WS-QUARTER-SNAPSHOT-STATUS
               IF WS-PRIOR-SNAP-DATE = 0
                   SET START-IS-MISSING TO TRUE
                   DISPLAY "NO YTDQSNAP SNAPSHOT FOR QUARTER "
                           WS-PRIOR-QUARTER " - NO PROOF"
               ELSE
                   SET START-IS-SNAPSHOT TO TRUE
                   DISPLAY "QUARTER-START SNAPSHOT DATE:"
                           WS-PRIOR-SNAP-DATE
               END-IF
           END-IF.

       Load-Prior-Snapshot.
           IF START-IS-SNAPSHOT
               OPEN INPUT QUARTER-SNAPSHOT
               IF WS-QUARTER-SNAPSHOT-STATUS = "00"
                   PERFORM UNTIL
                           WS-QUARTER-SNAPSHOT-STATUS NOT = "00"
                       READ QUARTER-SNAPSHOT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF YQ-YEAR = WS-REPORT-YEAR
                                   AND YQ-QUARTER = WS-PRIOR-QUARTER
                                   AND YQ-SNAP-DATE
                                       = WS-PRIOR-SNAP-DATE
                                   PERFORM Store-Start-Figures
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUARTER-SNAPSHOT
               END-IF
               MOVE "00" TO WS-QUARTER-SNAPSHOT-STATUS
           END-IF.

       Store-Start-Figures.
           MOVE YQ-EMPLOYEE-NUMBER TO YT-EMPLOYEE-NUMBER.
           PERFORM Find-Employee-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               MOVE YQ-PERIODS-PAID
                   TO WS-EMP-START-PERIODS(WS-MATCH-SUBSCRIPT)
               MOVE YQ-GROSS TO WS-EMP-START-GROSS(WS-MATCH-SUBSCRIPT)
               MOVE YQ-TAX TO WS-EMP-START-TAX(WS-MATCH-SUBSCRIPT)
               MOVE YQ-DEDUCTIONS
                   TO WS-EMP-START-DEDS(WS-MATCH-SUBSCRIPT)
               MOVE YQ-NET TO WS-EMP-START-NET(WS-MATCH-SUBSCRIPT)
           END-IF.

      * One pass down YTDMAST: each employee's figures carried
      * today are kept for the proof and frozen to YTDQSNAP. A
      * record last paid in an earlier year carries nothing for
      * this one; a record already reset into a later year can no
      * longer speak for this one and is not frozen.
       Load-And-Snapshot-YTD.
           OPEN EXTEND QUARTER-SNAPSHOT.
           IF WS-QUARTER-SNAPSHOT-STATUS = "05"
               OR WS-QUARTER-SNAPSHOT-STATUS = "35"
               CLOSE QUARTER-SNAPSHOT
               OPEN OUTPUT QUARTER-SNAPSHOT
           END-IF.
           PERFORM UNTIL WS-YTD-MASTER-STATUS NOT = "00"
               READ YTD-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Load-One-YTD-Record
               END-READ
           END-PERFORM.
           CLOSE QUARTER-SNAPSHOT.

       Load-One-YTD-Record.
           PERFORM Find-Employee-Entry.
           IF YT-YEAR > WS-REPORT-YEAR
               IF WS-MATCH-SUBSCRIPT > 0
                   SET EMP-YTD-ROLLED-PAST(WS-MATCH-SUBSCRIPT)
                       TO TRUE
               END-IF
           ELSE
               MOVE WS-REPORT-YEAR     TO YQ-YEAR
               MOVE WS-REPORT-QUARTER  TO YQ-QUARTER
               MOVE WS-RUN-DATE        TO YQ-SNAP-DATE
               MOVE YT-EMPLOYEE-NUMBER TO YQ-EMPLOYEE-NUMBER
               IF YT-YEAR = WS-REPORT-YEAR
                   MOVE YT-PERIODS-PAID TO YQ-PERIODS-PAID
                   MOVE YT-GROSS        TO YQ-GROSS
                   MOVE YT-DEDUCTIONS   TO YQ-DEDUCTIONS
                   MOVE YT-NET          TO YQ-NET
                   MOVE YT-TAX          TO YQ-TAX
               ELSE
                   MOVE 0 TO YQ-PERIODS-PAID
                   MOVE 0 TO YQ-GROSS
                   MOVE 0 TO YQ-DEDUCTIONS
                   MOVE 0 TO YQ-NET
                   MOVE 0 TO YQ-TAX
               END-IF
               WRITE QUARTER-SNAPSHOT-REC
               ADD 1 TO WS-SNAPSHOTS-WRITTEN
               IF WS-MATCH-SUBSCRIPT > 0
                   SET EMP-ON-YTDMAST(WS-MATCH-SUBSCRIPT) TO TRUE
                   MOVE YQ-PERIODS-PAID
                       TO WS-EMP-YTD-PERIODS(WS-MATCH-SUBSCRIPT)
                   MOVE YQ-GROSS
                       TO WS-EMP-YTD-GROSS(WS-MATCH-SUBSCRIPT)
                   MOVE YQ-TAX
                       TO WS-EMP-YTD-TAX(WS-MATCH-SUBSCRIPT)
                   MOVE YQ-DEDUCTIONS
                       TO WS-EMP-YTD-DEDS(WS-MATCH-SUBSCRIPT)
                   MOVE YQ-NET
                       TO WS-EMP-YTD-NET(WS-MATCH-SUBSCRIPT)
               END-IF
           END-IF.

       Report-Employee-Wages.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "WAGES AND WITHHOLDING BY EMPLOYEE" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-EMP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-EMP-SUBSCRIPT > WS-EMP-COUNT
               IF WS-EMP-HIST-PERIODS(WS-EMP-SUBSCRIPT) > 0
                   PERFORM Report-One-Employee
               END-IF
           END-PERFORM.

       Report-One-Employee.
           ADD 1 TO WS-EMPLOYEES-PAID.
           PERFORM Fetch-Employee-Name.
           MOVE WS-EMP-HIST-PERIODS(WS-EMP-SUBSCRIPT)
               TO WS-PERIODS-DISPLAY.
           MOVE WS-EMP-HIST-GROSS(WS-EMP-SUBSCRIPT)
               TO WS-EDITED-AMOUNT.
           MOVE WS-EMP-HIST-TAXABLE(WS-EMP-SUBSCRIPT)
               TO WS-EDITED-TAXABLE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                   " " WS-EMPLOYEE-NAME
                   " PDS:" WS-PERIODS-DISPLAY
                   " WAGES:" WS-EDITED-AMOUNT
                   " TAXABLE:" WS-EDITED-TAXABLE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-CODE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CODE-SUBSCRIPT >
                         WS-EMP-CODE-COUNT(WS-EMP-SUBSCRIPT)
               MOVE WS-EMP-CODE-AMT(WS-EMP-SUBSCRIPT,
                                    WS-CODE-SUBSCRIPT)
                   TO WS-EDITED-AMOUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "         WITHHELD "
                       WS-EMP-CODE(WS-EMP-SUBSCRIPT,
                                   WS-CODE-SUBSCRIPT)
                       ":" WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-PERFORM.
           MOVE WS-EMP-HIST-NET(WS-EMP-SUBSCRIPT) TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "         NET PAID:    " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Report-Quarter-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "COMPANY TOTALS FOR THE QUARTER" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-GROSS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  QUARTER WAGES:     " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-TAXABLE TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  TAXABLE WAGES:     " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-CO-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CO-SUBSCRIPT > WS-CO-CODE-COUNT
               MOVE WS-CO-CODE-AMT(WS-CO-SUBSCRIPT)
                   TO WS-EDITED-TOTAL
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  WITHHELD " WS-CO-CODE(WS-CO-SUBSCRIPT)
                       ":      " WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-PERFORM.
           MOVE WS-TOTAL-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NET PAID:          " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * The liability schedule: what the company owed the taxing
      * authority, and withheld on everyone else's behalf, pay
      * period by pay period through the quarter.
       Report-Liability-Schedule.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "LIABILITY SCHEDULE BY PAY PERIOD" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "PERIOD END PAYS           WAGES    TAX WITHHELD"
               TO WS-DETAIL-LINE.
           MOVE "  OTHER WITHHELD" TO WS-DETAIL-LINE(48:16).
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-PER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PER-SUBSCRIPT > WS-PER-COUNT
               MOVE WS-PER-PAYS(WS-PER-SUBSCRIPT) TO WS-PAYS-DISPLAY
               MOVE WS-PER-GROSS(WS-PER-SUBSCRIPT) TO WS-EDITED-GROSS
               MOVE WS-PER-TAX(WS-PER-SUBSCRIPT) TO WS-EDITED-TAX
               MOVE WS-PER-DEDS(WS-PER-SUBSCRIPT) TO WS-EDITED-DEDS
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-PER-END-DATE(WS-PER-SUBSCRIPT)
                       "   " WS-PAYS-DISPLAY
                       " " WS-EDITED-GROSS
                       " " WS-EDITED-TAX
                       " " WS-EDITED-DEDS
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-PERFORM.
           MOVE WS-TOTAL-PAYS TO WS-PAYS-DISPLAY.
           MOVE WS-TOTAL-GROSS TO WS-EDITED-GROSS.
           MOVE WS-TOTAL-TAX TO WS-EDITED-TAX.
           MOVE WS-TOTAL-DEDS TO WS-EDITED-DEDS.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "QUARTER    " WS-PAYS-DISPLAY
                   " " WS-EDITED-GROSS
                   " " WS-EDITED-TAX
                   " " WS-EDITED-DEDS
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * Each employee's quarter on PAYHIST against what YTDMAST
      * gained over the quarter: periods, gross, withholding,
      * other deductions and net must all agree.
       Report-YTD-Proof.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE "PROOF AGAINST YTDMAST" TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN START-IS-YEAR-START
                   STRING "  QUARTER OPENS AT ZERO - START OF YEAR "
                           WS-REPORT-YEAR
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN START-IS-SNAPSHOT
                   STRING "  QUARTER OPENS AT YTDQSNAP SNAPSHOT OF "
                           WS-PRIOR-SNAP-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "  ** NO YTDQSNAP SNAPSHOT FOR QUARTER "
                           WS-PRIOR-QUARTER
                           " - QUARTER CANNOT BE PROVEN **"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Report-Line.
           IF NOT START-IS-MISSING
               PERFORM VARYING WS-EMP-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-EMP-SUBSCRIPT > WS-EMP-COUNT
                   PERFORM Prove-One-Employee
               END-PERFORM
               PERFORM Report-Company-Proof
           END-IF.

       Prove-One-Employee.
           ADD 1 TO WS-EMPLOYEES-PROVEN.
           SET EMP-HAS-NO-BREAK TO TRUE.
           EVALUATE TRUE
               WHEN EMP-NOT-ON-YTDMAST(WS-EMP-SUBSCRIPT)
                   IF WS-EMP-HIST-PERIODS(WS-EMP-SUBSCRIPT) > 0
                       SET EMP-HAS-BREAK TO TRUE
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "BREAK " WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                               " PAID IN THE QUARTER BUT NOT ON"
                               " YTDMAST"
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       PERFORM Write-Report-Line
                   END-IF
               WHEN EMP-YTD-ROLLED-PAST(WS-EMP-SUBSCRIPT)
                   SET EMP-HAS-BREAK TO TRUE
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "BREAK " WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                           " YTDMAST ALREADY RESET INTO A LATER YEAR"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Report-Line
               WHEN OTHER
                   PERFORM Prove-Employee-Figures
           END-EVALUATE.
           IF EMP-HAS-BREAK
               ADD 1 TO WS-BREAKS-FOUND
           END-IF.

       Prove-Employee-Figures.
           COMPUTE WS-DELTA-PERIODS =
               WS-EMP-YTD-PERIODS(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-PERIODS(WS-EMP-SUBSCRIPT).
           IF WS-DELTA-PERIODS
               NOT = WS-EMP-HIST-PERIODS(WS-EMP-SUBSCRIPT)
               SET EMP-HAS-BREAK TO TRUE
               MOVE WS-EMP-HIST-PERIODS(WS-EMP-SUBSCRIPT)
                   TO WS-PERIODS-DISPLAY
               MOVE WS-DELTA-PERIODS TO WS-YTD-PERIODS-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BREAK " WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                       " PERIODS PAYHIST:" WS-PERIODS-DISPLAY
                       " YTDMAST:" WS-YTD-PERIODS-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

           MOVE "GROSS" TO WS-PROOF-LABEL.
           MOVE WS-EMP-HIST-GROSS(WS-EMP-SUBSCRIPT) TO WS-HIST-AMOUNT.
           COMPUTE WS-DELTA-AMOUNT =
               WS-EMP-YTD-GROSS(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-GROSS(WS-EMP-SUBSCRIPT).
           PERFORM Prove-One-Figure.

           MOVE "TAX" TO WS-PROOF-LABEL.
           MOVE WS-EMP-HIST-TAX(WS-EMP-SUBSCRIPT) TO WS-HIST-AMOUNT.
           COMPUTE WS-DELTA-AMOUNT =
               WS-EMP-YTD-TAX(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-TAX(WS-EMP-SUBSCRIPT).
           PERFORM Prove-One-Figure.

           MOVE "DEDUCT" TO WS-PROOF-LABEL.
           MOVE WS-EMP-HIST-DEDS(WS-EMP-SUBSCRIPT) TO WS-HIST-AMOUNT.
           COMPUTE WS-DELTA-AMOUNT =
               WS-EMP-YTD-DEDS(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-DEDS(WS-EMP-SUBSCRIPT).
           PERFORM Prove-One-Figure.

           MOVE "NET" TO WS-PROOF-LABEL.
           MOVE WS-EMP-HIST-NET(WS-EMP-SUBSCRIPT) TO WS-HIST-AMOUNT.
           COMPUTE WS-DELTA-AMOUNT =
               WS-EMP-YTD-NET(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-NET(WS-EMP-SUBSCRIPT).
           PERFORM Prove-One-Figure.

           COMPUTE WS-YTD-TOTAL-GROSS = WS-YTD-TOTAL-GROSS
               + WS-EMP-YTD-GROSS(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-GROSS(WS-EMP-SUBSCRIPT).
           COMPUTE WS-YTD-TOTAL-TAX = WS-YTD-TOTAL-TAX
               + WS-EMP-YTD-TAX(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-TAX(WS-EMP-SUBSCRIPT).
           COMPUTE WS-YTD-TOTAL-DEDS = WS-YTD-TOTAL-DEDS
               + WS-EMP-YTD-DEDS(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-DEDS(WS-EMP-SUBSCRIPT).
           COMPUTE WS-YTD-TOTAL-NET = WS-YTD-TOTAL-NET
               + WS-EMP-YTD-NET(WS-EMP-SUBSCRIPT)
               - WS-EMP-START-NET(WS-EMP-SUBSCRIPT).

       Prove-One-Figure.
           IF WS-DELTA-AMOUNT NOT = WS-HIST-AMOUNT
               SET EMP-HAS-BREAK TO TRUE
               MOVE WS-HIST-AMOUNT TO WS-EDITED-AMOUNT
               MOVE WS-DELTA-AMOUNT TO WS-EDITED-YTD
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BREAK " WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                       " " WS-PROOF-LABEL
                       " PAYHIST:" WS-EDITED-AMOUNT
                       " YTDMAST:" WS-EDITED-YTD
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.

       Report-Company-Proof.
           MOVE WS-TOTAL-GROSS TO WS-EDITED-GROSS.
           MOVE WS-YTD-TOTAL-GROSS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  QUARTER GROSS  PAYHIST:" WS-EDITED-GROSS
                   " YTDMAST:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-TAX TO WS-EDITED-GROSS.
           MOVE WS-YTD-TOTAL-TAX TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  QUARTER TAX    PAYHIST:" WS-EDITED-GROSS
                   " YTDMAST:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-DEDS TO WS-EDITED-GROSS.
           MOVE WS-YTD-TOTAL-DEDS TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  QUARTER DEDUCT PAYHIST:" WS-EDITED-GROSS
                   " YTDMAST:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-TOTAL-NET TO WS-EDITED-GROSS.
           MOVE WS-YTD-TOTAL-NET TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  QUARTER NET    PAYHIST:" WS-EDITED-GROSS
                   " YTDMAST:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF EMPLOYEE-ON-FILE
               MOVE WS-EMP-NUMBER(WS-EMP-SUBSCRIPT)
                   TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO WS-EMPLOYEE-NAME
                   NOT INVALID KEY
                       STRING EM-FIRST-NAME DELIMITED BY SPACE
                              " "           DELIMITED BY SIZE
                              EM-LAST-NAME  DELIMITED BY SPACE
                           INTO WS-EMPLOYEE-NAME
                       END-STRING
               END-READ
           END-IF.

       Write-Report-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-PAY-RECORDS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAYHIST PAYS IN QUARTER: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-EMPLOYEES-PAID TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES PAID:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-EMPLOYEES-PROVEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES PROVEN:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-BREAKS-FOUND TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EMPLOYEES WITH BREAKS:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-SNAPSHOTS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SNAPSHOTS WRITTEN:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ENTRIES LOST TO FULL TABLES: "
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE QUARTER-REPORT-LINE FROM RP-HEADING-1
               WRITE QUARTER-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE QUARTER-REPORT-LINE FROM WS-DETAIL-LINE.
