       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHSURV.
      * Daily large-cash and structuring surveillance over the
      * POSTHIST posting history. The CASHCTL card sets the
      * reporting threshold, the look-back window in days and the
      * just-under band as a percentage of the threshold. Every
      * cash posting (PH-CASH-FLAG, carried from the ACCTTRAN
      * detail) dated inside the window is valued in home
      * currency - a foreign entry at the home value it carried
      * the day it posted. A posting over the threshold raises a
      * large-cash case. Two or more postings in the just-under
      * band whose total passes the threshold raise a structuring
      * case: on one account, and across the accounts of one
      * owner - the account keyed on the owner's SSN plus every
      * account ACCTOWN names the owner joint owner on - when they
      * span more than one account. The owner's employee number
      * comes from the EMPXREF cross-reference, the ESCHEAT way.
      * Cases go on the CASEMAST case master (copybooks/
      * CASE-MASTER-REC.cpy) under the next case number, with the
      * contributing postings on CASEPOST (copybooks/
      * CASE-POST-REC.cpy), and print on the CASERPT report
      * through RPTWRITE. A hit whose postings are all already on
      * a case of its kind is not reported again; new postings for
      * a subject with a case still open are added to that case
      * rather than raising another. Disposed cases (CASEMNT) are
      * never reopened. No card, no run - never a guessed
      * threshold.
      * Each run is kept in the RPTREPO report repository as
      * CASERPT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-CONTROL ASSIGN TO "CASHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-CONTROL-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

           SELECT CASE-MASTER ASSIGN TO "Cobol/data/CASEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NUMBER
               FILE STATUS IS WS-CASE-MASTER-STATUS.

           SELECT CASE-POSTINGS ASSIGN TO "Cobol/data/CASEPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CASE-LINE-KEY
               ALTERNATE RECORD KEY IS CP-POSTING-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-POSTINGS-STATUS.

           SELECT CASE-REPORT ASSIGN TO "Cobol/data/CASERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-CONTROL.
      * One card:
      *   Pos  1- 9  CC-THRESHOLD      9(7)V99 Reporting threshold,
      *                                        home currency
      *   Pos 10-12  CC-WINDOW-DAYS    9(3)    Look-back window,
      *                                        days including today
      *   Pos 13-15  CC-NEAR-PERCENT   9(3)    Just-under band: a
      *                                        posting at or above
      *                                        this percentage of
      *                                        the threshold
       01 CASH-CONTROL-REC.
           05 CC-THRESHOLD            PIC 9(7)V99.
           05 CC-WINDOW-DAYS          PIC 9(3).
           05 CC-NEAR-PERCENT         PIC 9(3).

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY CASE-MASTER-REC.

       FD  CASE-POSTINGS.
       01 CASE-POSTINGS-REC.
           COPY CASE-POST-REC.

       FD  CASE-REPORT.
       01 CASE-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASH-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-CASE-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-CASE-POSTINGS-STATUS     PIC XX VALUE "00".
       01 WS-CASE-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-CONTROL-SWITCH           PIC X VALUE 'N'.
           88 CONTROL-WAS-READ             VALUE 'Y'.
           88 CONTROL-NOT-READ             VALUE 'N'.
       01 WS-THRESHOLD                PIC 9(7)V99 VALUE 0.
       01 WS-NEAR-FLOOR               PIC 9(7)V99 VALUE 0.
       01 WS-WINDOW-DAYS              PIC 9(3) VALUE 0.
       01 WS-NEAR-PERCENT             PIC 9(3) VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-WINDOW-START             PIC 9(8) VALUE 0.

       01 WS-OWNER-FILE-SWITCH        PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-XREF-FILE-SWITCH         PIC X VALUE 'N'.
           88 XREF-FILE-OPEN               VALUE 'Y'.
       01 WS-XREF-SEARCH-SWITCH       PIC X VALUE 'N'.
           88 XREF-SEARCH-DONE             VALUE 'Y'.
           88 XREF-SEARCH-NOT-DONE         VALUE 'N'.
       01 WS-OWNER-EMPLOYEE           PIC 9(6) VALUE 0.

      * The window's cash postings that matter: over the threshold
      * ('L') or in the just-under band ('N').
       01 WS-CASH-COUNT               PIC 9(4) VALUE 0.
       01 WS-CASH-MAX                 PIC 9(4) VALUE 2000.
       01 WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 2000 TIMES.
               10 WS-CASH-ACCT        PIC 9(9).
               10 WS-CASH-DATE        PIC 9(8).
               10 WS-CASH-TRAN-CODE   PIC X.
               10 WS-CASH-AMOUNT      PIC 9(7)V99.
               10 WS-CASH-OCCURRENCE  PIC 9(3).
               10 WS-CASH-CURRENCY    PIC X(3).
               10 WS-CASH-HOME        PIC 9(7)V99.
               10 WS-CASH-KIND        PIC X.
                   88 CASH-IS-LARGE        VALUE 'L'.
                   88 CASH-IS-NEAR         VALUE 'N'.
       01 WS-CASH-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-OTHER-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-CASH-OVERFLOW            PIC 9(6) VALUE 0.
       01 WS-POSTING-HOME             PIC 9(7)V99 VALUE 0.
       01 WS-POSTING-OCCURRENCE       PIC 9(3) VALUE 0.

      * Who holds each account with just-under postings: its
      * primary (the account key) and its ACCTOWN joint owners.
       01 WS-HOLDING-COUNT            PIC 9(4) VALUE 0.
       01 WS-HOLDING-MAX              PIC 9(4) VALUE 2000.
       01 WS-HOLDING-TABLE.
           05 WS-HOLDING-ENTRY OCCURS 2000 TIMES.
               10 WS-HOLDING-ACCT     PIC 9(9).
               10 WS-HOLDING-OWNER    PIC 9(9).
       01 WS-HOLDING-SUBSCRIPT        PIC 9(4) VALUE 0.
       01 WS-OWNER-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-HOLDING-OVERFLOW         PIC 9(6) VALUE 0.
       01 WS-ACCOUNT-SEEN-SWITCH      PIC X VALUE 'N'.
           88 ACCOUNT-SEEN-BEFORE          VALUE 'Y'.
       01 WS-OWNER-HOLDS-SWITCH       PIC X VALUE 'N'.
           88 OWNER-HOLDS-ACCOUNT          VALUE 'Y'.
       01 WS-OWNER-SSN                PIC 9(9) VALUE 0.
       01 WS-OWNER-ACCOUNTS           PIC 9(4) VALUE 0.

      * Open cases, so new postings join a subject's open case.
       01 WS-OPEN-COUNT               PIC 9(4) VALUE 0.
       01 WS-OPEN-MAX                 PIC 9(4) VALUE 1000.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 1000 TIMES.
               10 WS-OPEN-CASE-NUMBER PIC 9(7).
               10 WS-OPEN-CASE-TYPE   PIC X.
               10 WS-OPEN-SUBJECT     PIC 9(9).
       01 WS-OPEN-SUBSCRIPT           PIC 9(4) VALUE 0.
       01 WS-OPEN-MATCH               PIC 9(4) VALUE 0.
       01 WS-LAST-CASE-NUMBER         PIC 9(7) VALUE 0.

      * The hit in hand: its kind, subject and contributing
      * postings (subscripts into the cash table).
       01 WS-HIT-TYPE                 PIC X VALUE SPACE.
       01 WS-HIT-SUBJECT              PIC 9(9) VALUE 0.
       01 WS-HIT-COUNT                PIC 9(4) VALUE 0.
       01 WS-HIT-TOTAL                PIC 9(9)V99 VALUE 0.
       01 WS-HIT-TABLE.
           05 WS-HIT-SUB OCCURS 200 TIMES PIC 9(4).
       01 WS-HIT-NEW-TABLE.
           05 WS-HIT-IS-NEW OCCURS 200 TIMES PIC X.
       01 WS-HIT-SUBSCRIPT            PIC 9(4) VALUE 0.
       01 WS-HIT-NEW-COUNT            PIC 9(4) VALUE 0.
       01 WS-HIT-OVERFLOW-SWITCH      PIC X VALUE 'N'.
           88 HIT-TABLE-OVERFLOWED         VALUE 'Y'.

       01 WS-CASES-OPENED             PIC 9(6) VALUE 0.
       01 WS-CASES-UPDATED            PIC 9(6) VALUE 0.
       01 WS-HITS-ALREADY-CASED       PIC 9(6) VALUE 0.
       01 WS-CASH-POSTINGS-SEEN       PIC 9(6) VALUE 0.

       01 WS-CASE-ACTION              PIC X(8) VALUE SPACES.
       01 WS-TYPE-NAME                PIC X(17) VALUE SPACES.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-HOME              PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CASHSURV" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Cash-Control.
           IF CONTROL-NOT-READ
               DISPLAY "NO CASHCTL CARD - NO SURVEILLANCE RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * WS-NEAR-PERCENT / 100.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - WS-WINDOW-DAYS + 1).

           OPEN I-O CASE-MASTER.
           IF WS-CASE-MASTER-STATUS = "35"
               CLOSE CASE-MASTER
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF.
           IF WS-CASE-MASTER-STATUS NOT = "00"
               DISPLAY "CASE MASTER NOT AVAILABLE:"
                       WS-CASE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CASE-POSTINGS.
           IF WS-CASE-POSTINGS-STATUS = "35"
               CLOSE CASE-POSTINGS
               OPEN OUTPUT CASE-POSTINGS
               CLOSE CASE-POSTINGS
               OPEN I-O CASE-POSTINGS
           END-IF.
           IF WS-CASE-POSTINGS-STATUS NOT = "00"
               DISPLAY "CASE POSTINGS NOT AVAILABLE:"
                       WS-CASE-POSTINGS-STATUS
               CLOSE CASE-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Open-Cases.
           IF WS-OPEN-COUNT >= WS-OPEN-MAX
               DISPLAY "OVER 1000 OPEN CASES - RUN REFUSED -"
                       " DISPOSE OF CASES THROUGH CASEMNT"
               CLOSE CASE-MASTER
               CLOSE CASE-POSTINGS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS = "00"
               SET XREF-FILE-OPEN TO TRUE
           END-IF.

           PERFORM Gather-Cash-Postings.

           OPEN OUTPUT CASE-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "LARGE-CASH AND STRUCTURING SURVEILLANCE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "CASERPT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM Check-Large-Postings.
           PERFORM Check-Account-Structuring.
           PERFORM Load-Owner-Holdings.
           PERFORM Check-Owner-Structuring.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE CASE-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE CASE-REPORT.

           CLOSE CASE-MASTER.
           CLOSE CASE-POSTINGS.
           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           IF XREF-FILE-OPEN
               CLOSE XREF-MASTER
           END-IF.

           IF WS-CASH-OVERFLOW > 0 OR WS-HOLDING-OVERFLOW > 0
               OR HIT-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Cash-Control.
           SET CONTROL-NOT-READ TO TRUE.
           OPEN INPUT CASH-CONTROL.
           IF WS-CASH-CONTROL-STATUS = "00"
               READ CASH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-THRESHOLD NUMERIC
                           AND CC-WINDOW-DAYS NUMERIC
                           AND CC-NEAR-PERCENT NUMERIC
                           AND CC-THRESHOLD > 0
                           AND CC-WINDOW-DAYS > 0
                           AND CC-NEAR-PERCENT > 0
                           AND CC-NEAR-PERCENT < 100
                           MOVE CC-THRESHOLD TO WS-THRESHOLD
                           MOVE CC-WINDOW-DAYS TO WS-WINDOW-DAYS
                           MOVE CC-NEAR-PERCENT TO WS-NEAR-PERCENT
                           SET CONTROL-WAS-READ TO TRUE
                       END-IF
               END-READ
               CLOSE CASH-CONTROL
           END-IF.

      * The highest case number issues the next; open cases are
      * held so a subject's new postings can join its open case.
       Load-Open-Cases.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-LAST-CASE-NUMBER.
           PERFORM UNTIL WS-CASE-MASTER-STATUS NOT = "00"
               READ CASE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-CASE-NUMBER > WS-LAST-CASE-NUMBER
                           MOVE CS-CASE-NUMBER
                               TO WS-LAST-CASE-NUMBER
                       END-IF
                       IF CS-CASE-IS-OPEN
                           AND WS-OPEN-COUNT < WS-OPEN-MAX
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE CS-CASE-NUMBER
                               TO WS-OPEN-CASE-NUMBER(WS-OPEN-COUNT)
                           MOVE CS-CASE-TYPE
                               TO WS-OPEN-CASE-TYPE(WS-OPEN-COUNT)
                           MOVE CS-SUBJECT-SSN
                               TO WS-OPEN-SUBJECT(WS-OPEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CASE-MASTER-STATUS.

      * One pass down POSTHIST keeps the window's cash postings
      * over the threshold or in the just-under band. Identical
      * entries the same day are told apart by their occurrence,
      * counted in history order.
       Gather-Cash-Postings.
           OPEN INPUT POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS NOT = "00"
               DISPLAY "NO POSTHIST - NOTHING TO WATCH:"
                       WS-POSTING-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
               READ POSTING-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-POSTING-IS-CASH
                           AND PH-POST-DATE >= WS-WINDOW-START
                           AND PH-POST-DATE <= WS-RUN-DATE
                           ADD 1 TO WS-CASH-POSTINGS-SEEN
                           PERFORM Keep-Cash-Posting
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-HISTORY.

       Keep-Cash-Posting.
           IF PH-CURRENCY-IS-HOME
               MOVE PH-AMOUNT TO WS-POSTING-HOME
           ELSE
               MOVE PH-HOME-AMOUNT TO WS-POSTING-HOME
           END-IF.
           IF WS-POSTING-HOME < WS-NEAR-FLOOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASH-COUNT >= WS-CASH-MAX
               ADD 1 TO WS-CASH-OVERFLOW
               MOVE PH-ACCT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               DISPLAY "CASH TABLE FULL - POSTING NOT WATCHED:"
                       WS-MASKED-SSN " " PH-POST-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-POSTING-OCCURRENCE.
           PERFORM VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OTHER-SUBSCRIPT > WS-CASH-COUNT
               IF WS-CASH-ACCT(WS-OTHER-SUBSCRIPT) = PH-ACCT-SSN
                   AND WS-CASH-DATE(WS-OTHER-SUBSCRIPT)
                       = PH-POST-DATE
                   AND WS-CASH-TRAN-CODE(WS-OTHER-SUBSCRIPT)
                       = PH-TRAN-CODE
                   AND WS-CASH-AMOUNT(WS-OTHER-SUBSCRIPT)
                       = PH-AMOUNT
                   ADD 1 TO WS-POSTING-OCCURRENCE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CASH-COUNT.
           MOVE PH-ACCT-SSN TO WS-CASH-ACCT(WS-CASH-COUNT).
           MOVE PH-POST-DATE TO WS-CASH-DATE(WS-CASH-COUNT).
           MOVE PH-TRAN-CODE TO WS-CASH-TRAN-CODE(WS-CASH-COUNT).
           MOVE PH-AMOUNT TO WS-CASH-AMOUNT(WS-CASH-COUNT).
           MOVE WS-POSTING-OCCURRENCE
               TO WS-CASH-OCCURRENCE(WS-CASH-COUNT).
           MOVE PH-CURRENCY-CODE TO WS-CASH-CURRENCY(WS-CASH-COUNT).
           MOVE WS-POSTING-HOME TO WS-CASH-HOME(WS-CASH-COUNT).
           IF WS-POSTING-HOME > WS-THRESHOLD
               MOVE 'L' TO WS-CASH-KIND(WS-CASH-COUNT)
           ELSE
               MOVE 'N' TO WS-CASH-KIND(WS-CASH-COUNT)
           END-IF.

      * Each posting over the threshold is a case on its own.
       Check-Large-Postings.
           PERFORM VARYING WS-CASH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CASH-SUBSCRIPT > WS-CASH-COUNT
               IF CASH-IS-LARGE(WS-CASH-SUBSCRIPT)
                   MOVE 'L' TO WS-HIT-TYPE
                   MOVE WS-CASH-ACCT(WS-CASH-SUBSCRIPT)
                       TO WS-HIT-SUBJECT
                   MOVE 1 TO WS-HIT-COUNT
                   MOVE WS-CASH-SUBSCRIPT TO WS-HIT-SUB(1)
                   MOVE WS-CASH-HOME(WS-CASH-SUBSCRIPT)
                       TO WS-HIT-TOTAL
                   PERFORM Raise-Case
               END-IF
           END-PERFORM.

      * Each account with just-under postings, taken once at its
      * first such posting: two or more passing the threshold
      * together is structuring.
       Check-Account-Structuring.
           PERFORM VARYING WS-CASH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CASH-SUBSCRIPT > WS-CASH-COUNT
               IF CASH-IS-NEAR(WS-CASH-SUBSCRIPT)
                   PERFORM Check-Account-Seen
                   IF NOT ACCOUNT-SEEN-BEFORE
                       PERFORM Gather-Account-Hit
                       IF WS-HIT-COUNT > 1
                           AND WS-HIT-TOTAL > WS-THRESHOLD
                           PERFORM Raise-Case
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Check-Account-Seen.
           MOVE 'N' TO WS-ACCOUNT-SEEN-SWITCH.
           PERFORM VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OTHER-SUBSCRIPT >= WS-CASH-SUBSCRIPT
                   OR ACCOUNT-SEEN-BEFORE
               IF CASH-IS-NEAR(WS-OTHER-SUBSCRIPT)
                   AND WS-CASH-ACCT(WS-OTHER-SUBSCRIPT)
                       = WS-CASH-ACCT(WS-CASH-SUBSCRIPT)
                   MOVE 'Y' TO WS-ACCOUNT-SEEN-SWITCH
               END-IF
           END-PERFORM.

       Gather-Account-Hit.
           MOVE 'S' TO WS-HIT-TYPE.
           MOVE WS-CASH-ACCT(WS-CASH-SUBSCRIPT) TO WS-HIT-SUBJECT.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-HIT-TOTAL.
           PERFORM VARYING WS-OTHER-SUBSCRIPT FROM WS-CASH-SUBSCRIPT
                   BY 1 UNTIL WS-OTHER-SUBSCRIPT > WS-CASH-COUNT
               IF CASH-IS-NEAR(WS-OTHER-SUBSCRIPT)
                   AND WS-CASH-ACCT(WS-OTHER-SUBSCRIPT)
                       = WS-HIT-SUBJECT
                   PERFORM Add-To-Hit
               END-IF
           END-PERFORM.

       Add-To-Hit.
           IF WS-HIT-COUNT >= 200
               SET HIT-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-OTHER-SUBSCRIPT TO WS-HIT-SUB(WS-HIT-COUNT).
           ADD WS-CASH-HOME(WS-OTHER-SUBSCRIPT) TO WS-HIT-TOTAL.

      * The holders of every account with just-under postings:
      * the primary the account is keyed on, and each joint
      * owner ACCTOWN names. Beneficiaries and signers hold
      * nothing.
       Load-Owner-Holdings.
           MOVE 0 TO WS-HOLDING-COUNT.
           PERFORM VARYING WS-CASH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CASH-SUBSCRIPT > WS-CASH-COUNT
               IF CASH-IS-NEAR(WS-CASH-SUBSCRIPT)
                   PERFORM Check-Account-Seen
                   IF NOT ACCOUNT-SEEN-BEFORE
                       MOVE WS-CASH-ACCT(WS-CASH-SUBSCRIPT)
                           TO WS-OWNER-SSN
                       PERFORM Add-Holding
                       PERFORM Load-Joint-Holdings
                   END-IF
               END-IF
           END-PERFORM.

       Load-Joint-Holdings.
           IF OWNERS-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           MOVE WS-CASH-ACCT(WS-CASH-SUBSCRIPT) TO AO-ACCT-SSN.
           MOVE 0 TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS >= AO-OWNER-KEY
               INVALID KEY
                   SET OWNER-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL OWNER-BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET OWNER-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-ACCT-SSN
                           NOT = WS-CASH-ACCT(WS-CASH-SUBSCRIPT)
                           SET OWNER-BROWSE-DONE TO TRUE
                       ELSE
                           IF AO-ROLE-IS-JOINT
                               AND AO-PARTY-SSN NOT = AO-ACCT-SSN
                               MOVE AO-PARTY-SSN TO WS-OWNER-SSN
                               PERFORM Add-Holding
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Add-Holding.
           IF WS-HOLDING-COUNT >= WS-HOLDING-MAX
               ADD 1 TO WS-HOLDING-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLDING-COUNT.
           MOVE WS-CASH-ACCT(WS-CASH-SUBSCRIPT)
               TO WS-HOLDING-ACCT(WS-HOLDING-COUNT).
           MOVE WS-OWNER-SSN TO WS-HOLDING-OWNER(WS-HOLDING-COUNT).

      * Each owner, taken once: the just-under postings on every
      * account the owner holds. One account alone is already
      * watched above; only a spread across accounts is new.
       Check-Owner-Structuring.
           IF WS-HOLDING-OVERFLOW > 0
               MOVE WS-HOLDING-OVERFLOW TO WS-COUNT-DISPLAY
               DISPLAY "OWNER TABLE FULL - HOLDINGS NOT WATCHED:"
                       WS-COUNT-DISPLAY
           END-IF.
           PERFORM VARYING WS-HOLDING-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HOLDING-SUBSCRIPT > WS-HOLDING-COUNT
               MOVE WS-HOLDING-OWNER(WS-HOLDING-SUBSCRIPT)
                   TO WS-OWNER-SSN
               MOVE 'N' TO WS-ACCOUNT-SEEN-SWITCH
               PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-OWNER-SUBSCRIPT
                           >= WS-HOLDING-SUBSCRIPT
                       OR ACCOUNT-SEEN-BEFORE
                   IF WS-HOLDING-OWNER(WS-OWNER-SUBSCRIPT)
                           = WS-OWNER-SSN
                       MOVE 'Y' TO WS-ACCOUNT-SEEN-SWITCH
                   END-IF
               END-PERFORM
               IF NOT ACCOUNT-SEEN-BEFORE
                   PERFORM Gather-Owner-Hit
                   IF WS-OWNER-ACCOUNTS > 1
                       AND WS-HIT-COUNT > 1
                       AND WS-HIT-TOTAL > WS-THRESHOLD
                       PERFORM Raise-Case
                   END-IF
               END-IF
           END-PERFORM.

       Gather-Owner-Hit.
           MOVE 'O' TO WS-HIT-TYPE.
           MOVE WS-OWNER-SSN TO WS-HIT-SUBJECT.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-HIT-TOTAL.
           MOVE 0 TO WS-OWNER-ACCOUNTS.
           PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OWNER-SUBSCRIPT > WS-HOLDING-COUNT
               IF WS-HOLDING-OWNER(WS-OWNER-SUBSCRIPT)
                       = WS-OWNER-SSN
                   ADD 1 TO WS-OWNER-ACCOUNTS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OTHER-SUBSCRIPT > WS-CASH-COUNT
               IF CASH-IS-NEAR(WS-OTHER-SUBSCRIPT)
                   MOVE 'N' TO WS-OWNER-HOLDS-SWITCH
                   PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-OWNER-SUBSCRIPT > WS-HOLDING-COUNT
                           OR OWNER-HOLDS-ACCOUNT
                       IF WS-HOLDING-OWNER(WS-OWNER-SUBSCRIPT)
                               = WS-OWNER-SSN
                           AND WS-HOLDING-ACCT(WS-OWNER-SUBSCRIPT)
                               = WS-CASH-ACCT(WS-OTHER-SUBSCRIPT)
                           MOVE 'Y' TO WS-OWNER-HOLDS-SWITCH
                       END-IF
                   END-PERFORM
                   IF OWNER-HOLDS-ACCOUNT
                       PERFORM Add-To-Hit
                   END-IF
               END-IF
           END-PERFORM.

      * A hit is only news if it rests on a posting no case of
      * its kind holds yet. The new postings join the subject's
      * open case of the kind if it has one; otherwise the hit
      * opens a case listing every posting behind it.
       Raise-Case.
           MOVE 0 TO WS-HIT-NEW-COUNT.
           PERFORM VARYING WS-HIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HIT-SUBSCRIPT > WS-HIT-COUNT
               MOVE WS-HIT-SUB(WS-HIT-SUBSCRIPT)
                   TO WS-OTHER-SUBSCRIPT
               PERFORM Set-Posting-Key
               MOVE 'N' TO WS-HIT-IS-NEW(WS-HIT-SUBSCRIPT)
               READ CASE-POSTINGS
                   KEY IS CP-POSTING-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIT-IS-NEW(WS-HIT-SUBSCRIPT)
                       ADD 1 TO WS-HIT-NEW-COUNT
               END-READ
           END-PERFORM.
           IF WS-HIT-NEW-COUNT = 0
               ADD 1 TO WS-HITS-ALREADY-CASED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OPEN-MATCH.
           PERFORM VARYING WS-OPEN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OPEN-SUBSCRIPT > WS-OPEN-COUNT
                   OR WS-OPEN-MATCH > 0
               IF WS-OPEN-CASE-TYPE(WS-OPEN-SUBSCRIPT) = WS-HIT-TYPE
                   AND WS-OPEN-SUBJECT(WS-OPEN-SUBSCRIPT)
                       = WS-HIT-SUBJECT
                   MOVE WS-OPEN-SUBSCRIPT TO WS-OPEN-MATCH
               END-IF
           END-PERFORM.
           IF WS-OPEN-MATCH > 0
               PERFORM Add-To-Open-Case
           ELSE
               PERFORM Open-New-Case
           END-IF.

       Set-Posting-Key.
           MOVE WS-HIT-TYPE TO CP-CASE-TYPE.
           MOVE WS-CASH-ACCT(WS-OTHER-SUBSCRIPT) TO CP-ACCT-SSN.
           MOVE WS-CASH-DATE(WS-OTHER-SUBSCRIPT) TO CP-POST-DATE.
           MOVE WS-CASH-TRAN-CODE(WS-OTHER-SUBSCRIPT)
               TO CP-TRAN-CODE.
           MOVE WS-CASH-AMOUNT(WS-OTHER-SUBSCRIPT) TO CP-AMOUNT.
           MOVE WS-CASH-OCCURRENCE(WS-OTHER-SUBSCRIPT)
               TO CP-OCCURRENCE.
           MOVE WS-CASH-CURRENCY(WS-OTHER-SUBSCRIPT)
               TO CP-CURRENCY-CODE.
           MOVE WS-CASH-HOME(WS-OTHER-SUBSCRIPT) TO CP-HOME-AMOUNT.

       Open-New-Case.
           ADD 1 TO WS-LAST-CASE-NUMBER.
           ADD 1 TO WS-CASES-OPENED.
           MOVE WS-LAST-CASE-NUMBER TO CS-CASE-NUMBER.
           MOVE WS-HIT-TYPE TO CS-CASE-TYPE.
           MOVE WS-HIT-SUBJECT TO CS-SUBJECT-SSN.
           PERFORM Find-Subject-Employee.
           MOVE WS-OWNER-EMPLOYEE TO CS-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO CS-OPENED-DATE.
           MOVE WS-RUN-DATE TO CS-UPDATED-DATE.
           MOVE 99999999 TO CS-FIRST-POST-DATE.
           MOVE 0 TO CS-LAST-POST-DATE.
           MOVE 0 TO CS-POSTING-COUNT.
           MOVE 0 TO CS-TOTAL-AMOUNT.
           SET CS-CASE-IS-OPEN TO TRUE.
           MOVE 0 TO CS-DISPOSED-DATE.
           MOVE SPACES TO CS-ANALYST-ID.
           MOVE SPACES TO CS-DISPOSITION-NOTE.
           PERFORM VARYING WS-HIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HIT-SUBSCRIPT > WS-HIT-COUNT
               PERFORM Add-Case-Posting
           END-PERFORM.
           WRITE CASE-MASTER-REC
               INVALID KEY
                   DISPLAY "CASE NUMBER ALREADY ON FILE:"
                           CS-CASE-NUMBER
           END-WRITE.
           IF WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               MOVE CS-CASE-NUMBER
                   TO WS-OPEN-CASE-NUMBER(WS-OPEN-COUNT)
               MOVE CS-CASE-TYPE TO WS-OPEN-CASE-TYPE(WS-OPEN-COUNT)
               MOVE CS-SUBJECT-SSN TO WS-OPEN-SUBJECT(WS-OPEN-COUNT)
           END-IF.
           MOVE "OPENED" TO WS-CASE-ACTION.
           PERFORM Report-Case.

       Add-To-Open-Case.
           MOVE WS-OPEN-CASE-NUMBER(WS-OPEN-MATCH) TO CS-CASE-NUMBER.
           READ CASE-MASTER
               KEY IS CS-CASE-NUMBER
               INVALID KEY
                   DISPLAY "OPEN CASE NOT ON FILE:" CS-CASE-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CASES-UPDATED.
           MOVE WS-RUN-DATE TO CS-UPDATED-DATE.
           PERFORM VARYING WS-HIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HIT-SUBSCRIPT > WS-HIT-COUNT
               IF WS-HIT-IS-NEW(WS-HIT-SUBSCRIPT) = 'Y'
                   PERFORM Add-Case-Posting
               END-IF
           END-PERFORM.
           REWRITE CASE-MASTER-REC.
           MOVE "ADDED TO" TO WS-CASE-ACTION.
           PERFORM Report-Case.

       Add-Case-Posting.
           MOVE WS-HIT-SUB(WS-HIT-SUBSCRIPT) TO WS-OTHER-SUBSCRIPT.
           PERFORM Set-Posting-Key.
           ADD 1 TO CS-POSTING-COUNT.
           MOVE CS-CASE-NUMBER TO CP-CASE-NUMBER.
           MOVE CS-POSTING-COUNT TO CP-LINE-NUMBER.
           WRITE CASE-POSTINGS-REC
               INVALID KEY
                   DISPLAY "CASE LINE ALREADY ON FILE:"
                           CP-CASE-NUMBER " " CP-LINE-NUMBER
           END-WRITE.
           ADD CP-HOME-AMOUNT TO CS-TOTAL-AMOUNT.
           IF CP-POST-DATE < CS-FIRST-POST-DATE
               MOVE CP-POST-DATE TO CS-FIRST-POST-DATE
           END-IF.
           IF CP-POST-DATE > CS-LAST-POST-DATE
               MOVE CP-POST-DATE TO CS-LAST-POST-DATE
           END-IF.

      * EMPXREF is keyed by employee; the account side is found
      * by walking it, the XREFINQ way.
       Find-Subject-Employee.
           MOVE 0 TO WS-OWNER-EMPLOYEE.
           IF NOT XREF-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           SET XREF-SEARCH-NOT-DONE TO TRUE.
           MOVE 0 TO XR-EMPLOYEE-NUMBER.
           START XREF-MASTER
               KEY IS >= XR-EMPLOYEE-NUMBER
               INVALID KEY
                   SET XREF-SEARCH-DONE TO TRUE
           END-START.
           PERFORM UNTIL XREF-SEARCH-DONE
               READ XREF-MASTER NEXT RECORD
                   AT END
                       SET XREF-SEARCH-DONE TO TRUE
                   NOT AT END
                       IF XR-ACCT-SSN = WS-HIT-SUBJECT
                           MOVE XR-EMPLOYEE-NUMBER
                               TO WS-OWNER-EMPLOYEE
                           SET XREF-SEARCH-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * The case line, then every posting behind this hit - the
      * ones already on the case marked as such when postings
      * are added to an open case.
       Report-Case.
           EVALUATE TRUE
               WHEN CS-CASE-IS-LARGE-CASH
                   MOVE "LARGE CASH" TO WS-TYPE-NAME
               WHEN CS-CASE-IS-ACCOUNT-STRUCT
                   MOVE "STRUCTURING-ACCT" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "STRUCTURING-OWNER" TO WS-TYPE-NAME
           END-EVALUATE.
           MOVE CS-SUBJECT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-CASE-ACTION " CASE " CS-CASE-NUMBER
                   " " WS-TYPE-NAME
                   " " WS-MASKED-SSN
                   " EMP:" CS-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE CS-POSTING-COUNT TO WS-COUNT-DISPLAY.
           MOVE CS-TOTAL-AMOUNT TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "    POSTINGS:" WS-COUNT-DISPLAY
                   " TOTAL:" WS-EDITED-TOTAL
                   " FROM " CS-FIRST-POST-DATE
                   " TO " CS-LAST-POST-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-HIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HIT-SUBSCRIPT > WS-HIT-COUNT
               PERFORM Report-Hit-Posting
           END-PERFORM.

       Report-Hit-Posting.
           MOVE WS-HIT-SUB(WS-HIT-SUBSCRIPT) TO WS-OTHER-SUBSCRIPT.
           MOVE WS-CASH-ACCT(WS-OTHER-SUBSCRIPT) TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE WS-CASH-AMOUNT(WS-OTHER-SUBSCRIPT)
               TO WS-EDITED-AMOUNT.
           MOVE WS-CASH-HOME(WS-OTHER-SUBSCRIPT) TO WS-EDITED-HOME.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "      " WS-CASH-DATE(WS-OTHER-SUBSCRIPT)
                   " " WS-CASH-TRAN-CODE(WS-OTHER-SUBSCRIPT)
                   " " WS-MASKED-SSN
                   " " WS-EDITED-AMOUNT
                   " " WS-CASH-CURRENCY(WS-OTHER-SUBSCRIPT)
                   " HOME:" WS-EDITED-HOME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           IF WS-CASE-ACTION = "ADDED TO"
               AND WS-HIT-IS-NEW(WS-HIT-SUBSCRIPT) NOT = 'Y'
               MOVE "ON CASE" TO WS-DETAIL-LINE(71:7)
           END-IF.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           MOVE WS-CASH-POSTINGS-SEEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CASH POSTINGS IN WINDOW: " WS-COUNT-DISPLAY
                   " FROM " WS-WINDOW-START
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-CASES-OPENED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CASES OPENED:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-CASES-UPDATED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPEN CASES ADDED TO:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-HITS-ALREADY-CASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HITS ALREADY ON A CASE:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CASES AWAITING ANALYST:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

           IF WS-CASH-OVERFLOW > 0
               MOVE WS-CASH-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "POSTINGS NOT WATCHED - TABLE FULL:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.
           IF HIT-TABLE-OVERFLOWED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "A HIT PASSED 200 POSTINGS - LISTED IN PART"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               DISPLAY WS-DETAIL-LINE
           END-IF.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE CASE-REPORT-LINE FROM RP-HEADING-1
               WRITE CASE-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE CASE-REPORT-LINE FROM WS-DETAIL-LINE.
