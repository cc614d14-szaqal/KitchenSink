       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTASOF.
      * As-of-date account balance run - the batch side of the
      * question auditors and customers keep asking: what was the
      * balance on a day gone by. Works the ASOFREQ request file,
      * one request per line:
      *   A - one account as of a date: the CALLed ASOFW service
      *       reconstructs the balance from the nearest SNAPHIST
      *       snapshot on or before the date and the POSTHIST
      *       postings after it (backward from a later snapshot,
      *       or today's balance, when the date is older than the
      *       account's snapshots), and ASOFRPT shows the base,
      *       every posting rolled over and the balance.
      *   L - every account as of a date, for the auditors'
      *       confirmations: one pass each down SNAPHIST and
      *       POSTHIST, ACCTSNAP-style, from the last close on or
      *       before the date (the first close after it, rolled
      *       back, when the date is older than every close; the
      *       master balances, rolled back, when there has been no
      *       close). Accounts opened after the date are left off;
      *       accounts closed to ACCTHIST since the date list
      *       after the open ones, since they held money then.
      * The account key may be in clear or its TOKVAULT token; a
      * clear one is looked up (CALLed TOKENW) - the masters only
      * carry tokens, and the report prints them masked. The date
      * must be a real, past or today's date (CALLed DATECHK).
      * A request that cannot be answered logs A020 and the run
      * ends RC=4. Any signed-on operator may run it; every
      * request answered lands on the ACTLOG trail (ASOFINQ keyed
      * by account, ASOFLIST keyed by date).
      * The listing's window of postings now comes by the CALLed
      * POSTRDW service's walk over just that window, off the
      * POSTKEY key file, instead of a pass down all of POSTHIST;
      * a date in a year the year-end split has closed out of
      * POSTHIST lists as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQUESTS ASSIGN TO "Cobol/data/ASOFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-REQUESTS-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT ACCOUNT-HISTORY ASSIGN TO "Cobol/data/ACCTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.

           SELECT SNAPSHOT-HISTORY ASSIGN TO "Cobol/data/SNAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-HISTORY-STATUS.

           SELECT ASOF-REPORT ASSIGN TO "Cobol/data/ASOFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-REQUESTS.
      * One request per line:
      *   Pos  1     AR-REQUEST-TYPE X     A=one account
      *                                    L=listing of every
      *                                    account
      *   Pos  2-10  AR-ACCT-SSN     9(9)  Account key, clear or
      *                                    token; blank on L
      *   Pos 11-18  AR-AS-OF-DATE   9(8)  YYYYMMDD, balance at
      *                                    the end of that day
       01 ASOF-REQUEST-REC.
           05 AR-REQUEST-TYPE         PIC X.
               88 AR-ONE-ACCOUNT           VALUE 'A'.
               88 AR-ALL-ACCOUNTS          VALUE 'L'.
           05 AR-ACCT-SSN             PIC 9(9).
           05 AR-AS-OF-DATE           PIC 9(8).

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  ACCOUNT-HISTORY.
       01 ACCOUNT-HISTORY-REC.
           COPY ACCT-HIST-REC.

       FD  SNAPSHOT-HISTORY.
       01 SNAPSHOT-HISTORY-REC.
           COPY ACCT-SNAP-REC.

       FD  ASOF-REPORT.
       01 ASOF-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ASOF-REQUESTS-STATUS     PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-SNAPSHOT-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-ASOF-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 AS-OF-DATE-IS-VALID          VALUE 'Y'.
           88 AS-OF-DATE-IN-FUTURE         VALUE 'F'.
       01 WS-INQUIRY-SSN              PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01 WS-REQUESTS-READ            PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-ANSWERED        PIC 9(5) VALUE 0.
       01 WS-LISTINGS-PRINTED         PIC 9(5) VALUE 0.
       01 WS-REQUESTS-REJECTED        PIC 9(5) VALUE 0.

      * The listing's base: the close it starts from and which way
      * POSTHIST is rolled from it, the ASOFW rule applied to the
      * whole book at once. Postings after the low date, up to and
      * including the high one, are rolled over.
       01 WS-PRIOR-CLOSE-DATE         PIC 9(8) VALUE 0.
       01 WS-LATER-CLOSE-DATE         PIC 9(8) VALUE 0.
       01 WS-LIST-BASE-SOURCE         PIC X VALUE SPACE.
           88 LIST-BASE-IS-SNAPSHOT        VALUE 'S'.
           88 LIST-BASE-IS-CURRENT         VALUE 'M'.
       01 WS-LIST-BASE-DATE           PIC 9(8) VALUE 0.
       01 WS-LIST-DIRECTION           PIC X VALUE SPACE.
           88 LIST-ROLLED-FORWARD          VALUE 'F'.
           88 LIST-ROLLED-BACKWARD         VALUE 'B'.
       01 WS-WINDOW-LOW-DATE          PIC 9(8) VALUE 0.
       01 WS-WINDOW-HIGH-DATE         PIC 9(8) VALUE 0.

      * One entry per account listed: open accounts off ACCTMAST
      * in key order, then the accounts closed since the date.
       01 WS-LIST-COUNT               PIC 9(3) VALUE 0.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 500 TIMES.
               10 WS-LIST-SSN         PIC 9(9).
               10 WS-LIST-STATUS      PIC X.
               10 WS-LIST-CURRENCY    PIC X(3).
               10 WS-LIST-CLOSE-DATE  PIC 9(8).
               10 WS-LIST-BASE-BAL    PIC S9(7)V99.
               10 WS-LIST-NET-POST    PIC S9(7)V99.
       01 WS-LIST-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-FIND-SSN                 PIC 9(9) VALUE 0.
       01 WS-LIST-DROPPED             PIC 9(5) VALUE 0.
       01 WS-CLOSED-HEADING-SWITCH    PIC X VALUE 'N'.
           88 CLOSED-HEADING-PRINTED       VALUE 'Y'.

       01 WS-LIST-BALANCE             PIC S9(7)V99 VALUE 0.
       01 WS-LIST-ACCOUNTS            PIC 9(5) VALUE 0.
       01 WS-LIST-FOREIGN             PIC 9(5) VALUE 0.
       01 WS-LIST-HOME-TOTAL          PIC S9(9)V99 VALUE 0.

       01 WS-BASE-LABEL               PIC X(19) VALUE SPACES.
       01 WS-DIRECTION-LABEL          PIC X(15) VALUE SPACES.
       01 WS-ENTRY-LABEL              PIC X(24) VALUE SPACES.
       01 WS-POSTING-SUBSCRIPT        PIC 9(5) VALUE 0.
       01 WS-POSTINGS-NOT-LISTED      PIC 9(5) VALUE 0.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-NET               PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

      * Printed lines carry the masked key from CALLed SSNMASKW.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-ASOF-PARM.
           COPY ACCT-ASOF-PARM.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

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

       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "ACCTASOF" TO VS-PROGRAM-NAME.
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

           OPEN INPUT ASOF-REQUESTS.
           IF WS-ASOF-REQUESTS-STATUS NOT = "00"
               DISPLAY "AS-OF REQUEST FILE NOT AVAILABLE:"
                       WS-ASOF-REQUESTS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ASOF-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "AS-OF-DATE ACCOUNT BALANCES" TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "ASOFRPT"       TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM UNTIL WS-ASOF-REQUESTS-STATUS NOT = "00"
               READ ASOF-REQUESTS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Process-One-Request
               END-READ
           END-PERFORM.
           CLOSE ASOF-REQUESTS.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE ASOF-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE ASOF-REPORT.

           IF WS-REQUESTS-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Process-One-Request.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-DATE-RESULT.
           IF AR-AS-OF-DATE IS NUMERIC
               MOVE AR-AS-OF-DATE TO WS-AS-OF-DATE
               CALL "DATECHK" USING WS-AS-OF-DATE WS-DATE-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN AR-AS-OF-DATE IS NOT NUMERIC
                   MOVE "AS-OF DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN AS-OF-DATE-IN-FUTURE
                   MOVE "AS-OF DATE IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN NOT AS-OF-DATE-IS-VALID
                   MOVE "AS-OF DATE NOT A CALENDAR DATE"
                       TO WS-REJECT-REASON
               WHEN AR-ONE-ACCOUNT
                   PERFORM Inquire-One-Account
               WHEN AR-ALL-ACCOUNTS
                   PERFORM List-All-Accounts
               WHEN OTHER
                   MOVE "UNKNOWN REQUEST TYPE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Request
           END-IF.

      * One account through ASOFW, with the working shown.
       Inquire-One-Account.
           MOVE AR-ACCT-SSN TO WS-INQUIRY-SSN.
           PERFORM Tokenize-Inquiry-Key.
           MOVE 'B' TO BQ-REQUEST-CODE.
           MOVE WS-INQUIRY-SSN TO BQ-ACCT-SSN.
           MOVE WS-AS-OF-DATE TO BQ-AS-OF-DATE.
           CALL "ASOFW" USING WS-ASOF-PARM.
           EVALUATE TRUE
               WHEN BQ-MASTER-UNAVAILABLE
                   MOVE "ACCOUNT MASTER NOT AVAILABLE"
                       TO WS-REJECT-REASON
               WHEN BQ-ACCOUNT-NOT-FOUND
                   MOVE "ACCOUNT NOT ON ACCTMAST/ACCTHIST"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Print-Account-As-Of
                   ADD 1 TO WS-ACCOUNTS-ANSWERED
                   MOVE "ASOFINQ" TO AL-ACTION-CODE
                   MOVE BQ-ACCT-SSN TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
           END-EVALUATE.

       Print-Account-As-Of.
           MOVE BQ-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           STRING "ACCOUNT " WS-MASKED-SSN
                   " AS OF " BQ-AS-OF-DATE
                   "  STATUS " BQ-ACCOUNT-STATUS
                   "  CURRENCY " BQ-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           IF BQ-BASE-IS-SNAPSHOT
               MOVE "FROM SNAPSHOT OF  " TO WS-BASE-LABEL
           ELSE
               MOVE "FROM MASTER ON    " TO WS-BASE-LABEL
           END-IF.
           IF BQ-ROLLED-FORWARD
               MOVE "ROLLED FORWARD" TO WS-DIRECTION-LABEL
           ELSE
               MOVE "ROLLED BACK" TO WS-DIRECTION-LABEL
           END-IF.
           MOVE BQ-BASE-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-BASE-LABEL BQ-BASE-DATE
                   " BALANCE " WS-EDITED-BALANCE
                   "  " WS-DIRECTION-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-POSTING-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-POSTING-SUBSCRIPT > BQ-POSTING-COUNT
                      OR WS-POSTING-SUBSCRIPT > 50
               PERFORM Print-One-Posting
           END-PERFORM.
           IF BQ-POSTING-COUNT > 50
               COMPUTE WS-POSTINGS-NOT-LISTED = BQ-POSTING-COUNT - 50
               MOVE WS-POSTINGS-NOT-LISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "    " WS-COUNT-DISPLAY
                       " MORE POSTINGS ROLLED OVER, NOT LISTED"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.
           MOVE BQ-POSTING-COUNT TO WS-COUNT-DISPLAY.
           MOVE BQ-NET-ACTIVITY TO WS-EDITED-NET.
           MOVE BQ-AS-OF-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  POSTINGS " WS-COUNT-DISPLAY
                   "  NET " WS-EDITED-NET
                   "  BALANCE AS OF " BQ-AS-OF-DATE
                   " " WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

      * The posting as the statement names it - a reversal names
      * the entry it backed out.
       Print-One-Posting.
           PERFORM Set-Entry-Label.
           MOVE BQ-AMOUNT(WS-POSTING-SUBSCRIPT) TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "    " BQ-POST-DATE(WS-POSTING-SUBSCRIPT)
                   "  " BQ-TRAN-CODE(WS-POSTING-SUBSCRIPT)
                   "  " WS-EDITED-AMOUNT
                   "  " WS-ENTRY-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Set-Entry-Label.
           MOVE SPACES TO WS-ENTRY-LABEL.
           EVALUATE BQ-ENTRY-TYPE(WS-POSTING-SUBSCRIPT)
               WHEN 'R'
                   STRING "CORRECTION OF "
                           BQ-ORIG-DATE(WS-POSTING-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-ENTRY-LABEL
               WHEN 'I'
                   MOVE "INTEREST" TO WS-ENTRY-LABEL
               WHEN 'F'
                   MOVE "SERVICE CHARGE" TO WS-ENTRY-LABEL
               WHEN 'U'
                   MOVE "UNCLAIMED PROPERTY" TO WS-ENTRY-LABEL
               WHEN 'T'
                   MOVE "TRANSFER" TO WS-ENTRY-LABEL
               WHEN 'P'
                   MOVE "PAYROLL" TO WS-ENTRY-LABEL
               WHEN 'A'
                   MOVE "LOAN ADVANCE" TO WS-ENTRY-LABEL
               WHEN 'L'
                   MOVE "LOAN PAYMENT" TO WS-ENTRY-LABEL
               WHEN 'N'
                   MOVE "LOAN INTEREST" TO WS-ENTRY-LABEL
               WHEN 'K'
                   MOVE "LATE CHARGE" TO WS-ENTRY-LABEL
               WHEN 'V'
                   MOVE "DISPUTE CREDIT" TO WS-ENTRY-LABEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Every account at once: the base close, the open accounts
      * off the master, those closed since the date, the close's
      * snapshot balances and the window's postings, then one
      * line each.
       List-All-Accounts.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-LIST-DROPPED.
           MOVE 0 TO WS-LIST-ACCOUNTS.
           MOVE 0 TO WS-LIST-FOREIGN.
           MOVE 0 TO WS-LIST-HOME-TOTAL.
           MOVE 'N' TO WS-CLOSED-HEADING-SWITCH.
           PERFORM Find-Listing-Base.
           PERFORM Load-Open-Accounts.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM Load-Closed-Accounts.
           IF LIST-BASE-IS-SNAPSHOT
               PERFORM Load-Base-Snapshot
           END-IF.
           PERFORM Load-Window-Activity.
           PERFORM Print-Listing.
           ADD 1 TO WS-LISTINGS-PRINTED.
           MOVE "ASOFLIST" TO AL-ACTION-CODE.
           MOVE SPACES TO AL-KEY-VALUE.
           MOVE WS-AS-OF-DATE TO AL-KEY-VALUE(1:8).
           PERFORM Write-Activity-Record.

      * Every account is snapshotted at a close, so the close
      * dates either side of the as-of date serve the whole book.
       Find-Listing-Base.
           MOVE 0 TO WS-PRIOR-CLOSE-DATE.
           MOVE 0 TO WS-LATER-CLOSE-DATE.
           OPEN INPUT SNAPSHOT-HISTORY.
           IF WS-SNAPSHOT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-SNAPSHOT-HISTORY-STATUS NOT = "00"
                   READ SNAPSHOT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Keep-Nearer-Close
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-HISTORY
           END-IF.
           MOVE "00" TO WS-SNAPSHOT-HISTORY-STATUS.
           EVALUATE TRUE
               WHEN WS-PRIOR-CLOSE-DATE > 0
                   MOVE 'S' TO WS-LIST-BASE-SOURCE
                   MOVE WS-PRIOR-CLOSE-DATE TO WS-LIST-BASE-DATE
                   MOVE 'F' TO WS-LIST-DIRECTION
                   MOVE WS-PRIOR-CLOSE-DATE TO WS-WINDOW-LOW-DATE
                   MOVE WS-AS-OF-DATE TO WS-WINDOW-HIGH-DATE
               WHEN WS-LATER-CLOSE-DATE > 0
                   MOVE 'S' TO WS-LIST-BASE-SOURCE
                   MOVE WS-LATER-CLOSE-DATE TO WS-LIST-BASE-DATE
                   MOVE 'B' TO WS-LIST-DIRECTION
                   MOVE WS-AS-OF-DATE TO WS-WINDOW-LOW-DATE
                   MOVE WS-LATER-CLOSE-DATE TO WS-WINDOW-HIGH-DATE
               WHEN OTHER
                   MOVE 'M' TO WS-LIST-BASE-SOURCE
                   MOVE WS-RUN-DATE TO WS-LIST-BASE-DATE
                   MOVE 'B' TO WS-LIST-DIRECTION
                   MOVE WS-AS-OF-DATE TO WS-WINDOW-LOW-DATE
                   MOVE 99999999 TO WS-WINDOW-HIGH-DATE
           END-EVALUATE.

       Keep-Nearer-Close.
           IF SN-SNAP-DATE NOT > WS-AS-OF-DATE
               IF SN-SNAP-DATE > WS-PRIOR-CLOSE-DATE
                   MOVE SN-SNAP-DATE TO WS-PRIOR-CLOSE-DATE
               END-IF
           ELSE
               IF WS-LATER-CLOSE-DATE = 0
                       OR SN-SNAP-DATE < WS-LATER-CLOSE-DATE
                   MOVE SN-SNAP-DATE TO WS-LATER-CLOSE-DATE
               END-IF
           END-IF.

      * Accounts opened after the date had no balance then and are
      * left off. Rolled back from the master, today's balance is
      * the base.
       Load-Open-Accounts.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCOUNT MASTER NOT AVAILABLE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACCOUNT-MASTER-STATUS NOT = "00"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AM-OPEN-DATE NOT > WS-AS-OF-DATE
                           PERFORM Add-Open-Account
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.

       Add-Open-Account.
           MOVE AM-ACCT-SSN TO WS-FIND-SSN.
           PERFORM Add-Listing-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               MOVE AM-STATUS TO WS-LIST-STATUS(WS-MATCH-SUBSCRIPT)
               MOVE AM-CURRENCY-CODE
                   TO WS-LIST-CURRENCY(WS-MATCH-SUBSCRIPT)
               IF LIST-BASE-IS-CURRENT
                   MOVE AM-BALANCE
                       TO WS-LIST-BASE-BAL(WS-MATCH-SUBSCRIPT)
               END-IF
           END-IF.

      * A closed account held money on the date only if it was
      * open then - opened on or before it and closed after it.
      * Its balance today is the zero the carry-out left.
       Load-Closed-Accounts.
           OPEN INPUT ACCOUNT-HISTORY.
           IF WS-ACCOUNT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-HISTORY-STATUS NOT = "00"
                   READ ACCOUNT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AH-CLOSE-DATE > WS-AS-OF-DATE
                                   AND AH-OPEN-DATE
                                       NOT > WS-AS-OF-DATE
                               PERFORM Add-Closed-Account
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
           END-IF.
           MOVE "00" TO WS-ACCOUNT-HISTORY-STATUS.

       Add-Closed-Account.
           MOVE AH-ACCT-SSN TO WS-FIND-SSN.
           PERFORM Find-Listing-Entry.
           IF WS-MATCH-SUBSCRIPT = 0
               PERFORM Add-Listing-Entry
               IF WS-MATCH-SUBSCRIPT > 0
                   MOVE 'C' TO WS-LIST-STATUS(WS-MATCH-SUBSCRIPT)
                   MOVE AH-CURRENCY-CODE
                       TO WS-LIST-CURRENCY(WS-MATCH-SUBSCRIPT)
                   MOVE AH-CLOSE-DATE
                       TO WS-LIST-CLOSE-DATE(WS-MATCH-SUBSCRIPT)
               END-IF
           END-IF.

       Load-Base-Snapshot.
           OPEN INPUT SNAPSHOT-HISTORY.
           IF WS-SNAPSHOT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-SNAPSHOT-HISTORY-STATUS NOT = "00"
                   READ SNAPSHOT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SN-SNAP-DATE = WS-LIST-BASE-DATE
                               PERFORM Store-Base-Balance
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-HISTORY
           END-IF.
           MOVE "00" TO WS-SNAPSHOT-HISTORY-STATUS.

       Store-Base-Balance.
           MOVE SN-ACCT-SSN TO WS-FIND-SSN.
           PERFORM Find-Listing-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               MOVE SN-BALANCE TO WS-LIST-BASE-BAL(WS-MATCH-SUBSCRIPT)
           END-IF.

      * Credits up, debits down, for the accounts being listed.
       Load-Window-Activity.
           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "ACCTASOF" TO PR-CALLER-ID.
           COMPUTE PR-FROM-DATE = WS-WINDOW-LOW-DATE + 1.
           MOVE WS-WINDOW-HIGH-DATE TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               IF PH-POST-DATE > WS-WINDOW-LOW-DATE
                       AND PH-POST-DATE NOT > WS-WINDOW-HIGH-DATE
                   PERFORM Accumulate-One-Posting
               END-IF
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Accumulate-One-Posting.
           MOVE PH-ACCT-SSN TO WS-FIND-SSN.
           PERFORM Find-Listing-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               IF PH-TRAN-IS-CREDIT
                   ADD PH-AMOUNT
                       TO WS-LIST-NET-POST(WS-MATCH-SUBSCRIPT)
               ELSE
                   SUBTRACT PH-AMOUNT
                       FROM WS-LIST-NET-POST(WS-MATCH-SUBSCRIPT)
               END-IF
           END-IF.

       Find-Listing-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-LIST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-LIST-SUBSCRIPT > WS-LIST-COUNT
               IF WS-LIST-SSN(WS-LIST-SUBSCRIPT) = WS-FIND-SSN
                   MOVE WS-LIST-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-LIST-COUNT TO WS-LIST-SUBSCRIPT
               END-IF
           END-PERFORM.

      * A full table drops the account and says so on the
      * listing - 500 accounts is generations of headroom here.
       Add-Listing-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           IF WS-LIST-COUNT < 500
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO WS-MATCH-SUBSCRIPT
               MOVE WS-FIND-SSN TO WS-LIST-SSN(WS-MATCH-SUBSCRIPT)
               MOVE SPACE TO WS-LIST-STATUS(WS-MATCH-SUBSCRIPT)
               MOVE SPACES TO WS-LIST-CURRENCY(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-LIST-CLOSE-DATE(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-LIST-BASE-BAL(WS-MATCH-SUBSCRIPT)
               MOVE 0 TO WS-LIST-NET-POST(WS-MATCH-SUBSCRIPT)
           ELSE
               ADD 1 TO WS-LIST-DROPPED
               MOVE WS-FIND-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               DISPLAY "LISTING TABLE FULL - ACCOUNT DROPPED:"
                       WS-MASKED-SSN
           END-IF.

       Print-Listing.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           STRING "ALL ACCOUNTS - BALANCE AT END OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN LIST-BASE-IS-CURRENT
                   STRING "  NO CLOSE ON SNAPHIST - MASTER BALANCES "
                           "ROLLED BACK FROM " WS-LIST-BASE-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN LIST-ROLLED-FORWARD
                   STRING "  FROM THE SNAPHIST CLOSE OF "
                           WS-LIST-BASE-DATE " ROLLED FORWARD"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "  FROM THE SNAPHIST CLOSE OF "
                           WS-LIST-BASE-DATE " ROLLED BACK"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           PERFORM Write-Report-Line.
           MOVE "  ACCOUNT      NOW CUR          BALANCE"
               TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           PERFORM VARYING WS-LIST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-LIST-SUBSCRIPT > WS-LIST-COUNT
               PERFORM Print-One-Listed-Account
           END-PERFORM.

           MOVE WS-LIST-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE WS-LIST-HOME-TOTAL TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  ACCOUNTS LISTED:" WS-COUNT-DISPLAY
                   "   HOME-CURRENCY TOTAL " WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           IF WS-LIST-FOREIGN > 0
               MOVE WS-LIST-FOREIGN TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  FOREIGN-CURRENCY ACCOUNTS:" WS-COUNT-DISPLAY
                       " - IN OWN CURRENCY, NOT IN TOTAL"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.
           IF WS-LIST-DROPPED > 0
               MOVE WS-LIST-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  ACCOUNTS NOT LISTED - TABLE FULL:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Report-Line
               MOVE "LISTING TABLE FULL" TO WS-REJECT-REASON
           END-IF.

       Print-One-Listed-Account.
           IF WS-LIST-STATUS(WS-LIST-SUBSCRIPT) = 'C'
                   AND NOT CLOSED-HEADING-PRINTED
               SET CLOSED-HEADING-PRINTED TO TRUE
               MOVE "  CLOSED SINCE THE DATE:" TO WS-DETAIL-LINE
               PERFORM Write-Report-Line
           END-IF.
           IF LIST-ROLLED-FORWARD
               COMPUTE WS-LIST-BALANCE =
                   WS-LIST-BASE-BAL(WS-LIST-SUBSCRIPT)
                   + WS-LIST-NET-POST(WS-LIST-SUBSCRIPT)
           ELSE
               COMPUTE WS-LIST-BALANCE =
                   WS-LIST-BASE-BAL(WS-LIST-SUBSCRIPT)
                   - WS-LIST-NET-POST(WS-LIST-SUBSCRIPT)
           END-IF.
           ADD 1 TO WS-LIST-ACCOUNTS.
           IF WS-LIST-CURRENCY(WS-LIST-SUBSCRIPT) = SPACES
                   OR WS-LIST-CURRENCY(WS-LIST-SUBSCRIPT) = "USD"
               ADD WS-LIST-BALANCE TO WS-LIST-HOME-TOTAL
           ELSE
               ADD 1 TO WS-LIST-FOREIGN
           END-IF.
           MOVE WS-LIST-SSN(WS-LIST-SUBSCRIPT) TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE WS-LIST-BALANCE TO WS-EDITED-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-LIST-STATUS(WS-LIST-SUBSCRIPT) = 'C'
               STRING "  " WS-MASKED-SSN
                       "  " WS-LIST-STATUS(WS-LIST-SUBSCRIPT)
                       "  " WS-LIST-CURRENCY(WS-LIST-SUBSCRIPT)
                       "  " WS-EDITED-BALANCE
                       "  CLOSED "
                       WS-LIST-CLOSE-DATE(WS-LIST-SUBSCRIPT)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "  " WS-MASKED-SSN
                       "  " WS-LIST-STATUS(WS-LIST-SUBSCRIPT)
                       "  " WS-LIST-CURRENCY(WS-LIST-SUBSCRIPT)
                       "  " WS-EDITED-BALANCE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.

       Reject-Request.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUEST " WS-COUNT-DISPLAY " REJECTED - "
                   WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A020" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ACCTASOF" TO EX-PROGRAM-ID.
           STRING "REQUEST " WS-COUNT-DISPLAY " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Report-Totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           STRING "REQUESTS READ:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-ACCOUNTS-ANSWERED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ACCOUNTS ANSWERED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-LISTINGS-PRINTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LISTINGS PRINTED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE WS-REQUESTS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUESTS REJECTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

      * The key as entered goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * entered, to be not found.
       Tokenize-Inquiry-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTASOF" TO TK-PROGRAM.
           IF WS-INQUIRY-SSN IS NUMERIC
               MOVE WS-INQUIRY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO WS-INQUIRY-SSN
           END-IF.

       Write-Activity-Record.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE "ACCTASOF" TO AL-PROGRAM-ID.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE ASOF-REPORT-LINE FROM RP-HEADING-1
               WRITE ASOF-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE ASOF-REPORT-LINE FROM WS-DETAIL-LINE.
