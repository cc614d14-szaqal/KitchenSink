       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
      * General ledger journal interface. Finance used to re-key
      * the PAYREG, ACCRREG, SVCCREG and POSTREG totals into the
      * ledger every period; this run builds the journal straight
      * from the PAYHIST and POSTHIST histories for the window on
      * the GLCTL card, each amount landing in the ledger account
      * the GLMAP master (copybooks/GL-MAP-REC.cpy) names for it:
      * payroll gross debits expense by the department the
      * employee was in on the period end date (the CALLed
      * DEPTHSTW assignment history), as
      * do the expense claims repaid through pay, each DEDMAST
      * code (TAX and GRN among them) credits its liability and
      * net pay credits cash; account postings
      * split by entry type - ordinary, reversal and dispute
      * credit ('V', which offsets like an ordinary credit so a
      * denied dispute's reversal nets it out), interest
      * ('I'), fee ('F'), unclaimed property remitted to the
      * state ('U'), installment loan advances and payments ('A',
      * 'L'), loan interest ('N') and late charges ('K') - between
      * the customer side and its offset.
      * The ledger is kept in home currency: a posting to a
      * foreign-currency account journals at the home value its
      * history entry carries.
      * The lines summarize to one per ledger account and side
      * on GLJRNL (copybooks/GL-JRNL-REC.cpy) between a
      * header and a trailer carrying the debit and credit
      * control totals. Nothing is written unless every amount
      * found a mapping and debits equal credits - an out-of-
      * balance journal is refused whole, like an ACCTTRAN batch,
      * and the GLREG register says why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Posting window card: from and to dates, YYYYMMDD each.
           SELECT GL-CONTROL ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT PAY-HISTORY ASSIGN TO "Cobol/data/PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "Cobol/data/POSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT GL-MAP-MASTER ASSIGN TO "Cobol/data/GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-MASTER-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "Cobol/data/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT GL-REGISTER ASSIGN TO "Cobol/data/GLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CONTROL.
       01 GL-CONTROL-REC.
           05 GL-CONTROL-FROM-DATE    PIC 9(8).
           05 GL-CONTROL-TO-DATE      PIC 9(8).

       FD  PAY-HISTORY.
       01 PAY-HISTORY-REC.
           COPY PAY-HIST-REC.

       FD  POSTING-HISTORY.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  GL-MAP-MASTER.
       01 GL-MAP-MASTER-REC.
           COPY GL-MAP-REC.

       FD  GL-JOURNAL.
       01 GL-JOURNAL-LINE             PIC X(44).

       FD  GL-REGISTER.
       01 GL-REGISTER-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GL-CONTROL-STATUS        PIC XX VALUE "00".
       01 WS-PAY-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-GL-MAP-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-GL-REGISTER-STATUS       PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-FROM-DATE                PIC 9(8) VALUE 0.
       01 WS-TO-DATE                  PIC 9(8) VALUE 0.

       01 WS-WINDOW-SWITCH            PIC X VALUE 'N'.
           88 WINDOW-IS-GOOD               VALUE 'Y'.
           88 WINDOW-IS-BAD                VALUE 'N'.
       01 WS-MAPPING-SWITCH           PIC X VALUE 'N'.
           88 MAPPING-FOUND                VALUE 'Y'.
           88 MAPPING-NOT-FOUND            VALUE 'N'.

      * What is being looked up and posted - set by the caller
      * before Post-Mapped-Amount.
       01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-SOURCE        PIC X.
           05 WS-LOOKUP-ITEM          PIC X(3).
           05 WS-LOOKUP-QUALIFIER     PIC X(4).
       01 WS-POST-ACCOUNT             PIC X(10) VALUE SPACES.
       01 WS-POST-SIDE                PIC X VALUE SPACE.
           88 POST-IS-DEBIT                VALUE 'D'.
           88 POST-IS-CREDIT               VALUE 'C'.
       01 WS-POST-AMOUNT              PIC S9(9)V99 VALUE 0.
       01 WS-CUSTOMER-SIDE            PIC X VALUE SPACE.
       01 WS-OFFSET-SIDE              PIC X VALUE SPACE.
       01 WS-DEPT-CODE                PIC X(4) VALUE SPACES.

      * One entry per ledger account the window touched; the
      * debits and credits are kept apart so the journal shows
      * both sides of an account rather than netting them away.
       01 WS-ACCOUNT-COUNT            PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-MAX              PIC 9(4) VALUE 200.
       01 WS-ACCOUNT-SUBSCRIPT        PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
               10 WS-ACCT-GL-ACCOUNT  PIC X(10).
               10 WS-ACCT-SOURCE      PIC X.
               10 WS-ACCT-DESCRIPTION PIC X(20).
               10 WS-ACCT-DEBITS      PIC S9(11)V99.
               10 WS-ACCT-CREDITS     PIC S9(11)V99.

       01 WS-PAY-RECORDS              PIC 9(6) VALUE 0.
       01 WS-POST-RECORDS             PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-COUNT           PIC 9(6) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(6) VALUE 0.
       01 WS-LINE-COUNT               PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS            PIC S9(11)V99 VALUE 0.
       01 WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.
       01 WS-EDITED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DED-SUBSCRIPT            PIC 9 VALUE 0.

           COPY GL-JRNL-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-HISTORY-REQUEST.
           05 DQ-REQUEST-CODE         PIC X.
           05 DQ-EMPLOYEE-NUMBER      PIC 9(6).
           05 DQ-AS-OF-DATE           PIC 9(8).
           05 DQ-DEPT-CODE            PIC X(4).
           05 DQ-PRIOR-DEPT           PIC X(4).
           05 DQ-REASON               PIC X.
           05 DQ-RESULT-SWITCH        PIC X.
           05 DQ-START-DATE           PIC 9(8).
           05 DQ-END-DATE             PIC 9(8).
           05 DQ-REJECT-REASON        PIC X(30).

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "GLJRNL" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM Read-GL-Control.
           IF WINDOW-IS-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT GL-MAP-MASTER.
           IF WS-GL-MAP-MASTER-STATUS NOT = "00"
               DISPLAY "GLMAP NOT AVAILABLE - NO JOURNAL:"
                       WS-GL-MAP-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GL-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "GL JOURNAL REGISTER - POSTINGS " WS-FROM-DATE
                   " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

           PERFORM Journal-Pay-History.
           PERFORM Journal-Posting-History.

           CLOSE GL-MAP-MASTER.

           PERFORM Prove-Journal-Balance.
           PERFORM Write-Account-Lines.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM Write-GL-Journal
           ELSE
               PERFORM Refuse-GL-Journal
           END-IF.
           PERFORM Write-Register-Totals.
           CLOSE GL-REGISTER.
           GOBACK.

      * No window, no journal: a missing or garbled card could
      * only post the wrong period or every period ever paid.
       Read-GL-Control.
           SET WINDOW-IS-BAD TO TRUE.
           OPEN INPUT GL-CONTROL.
           IF WS-GL-CONTROL-STATUS = "00"
               READ GL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-CONTROL-FROM-DATE NUMERIC
                           AND GL-CONTROL-TO-DATE NUMERIC
                           AND GL-CONTROL-FROM-DATE > 0
                           AND GL-CONTROL-FROM-DATE
                               NOT > GL-CONTROL-TO-DATE
                           MOVE GL-CONTROL-FROM-DATE TO WS-FROM-DATE
                           MOVE GL-CONTROL-TO-DATE   TO WS-TO-DATE
                           SET WINDOW-IS-GOOD TO TRUE
                       END-IF
               END-READ
               CLOSE GL-CONTROL
           END-IF.
           IF WINDOW-IS-BAD
               DISPLAY "NO VALID GLCTL WINDOW - NO JOURNAL WRITTEN"
           END-IF.

       Journal-Pay-History.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
                   READ PAY-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-PERIOD-END NOT < WS-FROM-DATE
                               AND PY-PERIOD-END NOT > WS-TO-DATE
                               ADD 1 TO WS-PAY-RECORDS
                               PERFORM Journal-One-Pay
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
           ELSE
               DISPLAY "NO PAYHIST ON FILE - NO PAYROLL LINES"
           END-IF.

      * Gross out to expense, everything it became back in: the
      * withholding, the court orders, each deduction, the net.
      * History written before tax or garnishment existed reads
      * those fields back as spaces and they are passed over.
       Journal-One-Pay.
           MOVE SPACES TO WS-DEPT-CODE.
           MOVE 'Q' TO DQ-REQUEST-CODE.
           MOVE PY-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           MOVE PY-PERIOD-END TO DQ-AS-OF-DATE.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.
           IF DQ-RESULT-SWITCH = 'Y'
               MOVE DQ-DEPT-CODE TO WS-DEPT-CODE
           END-IF.
           MOVE 'P' TO WS-LOOKUP-SOURCE.
           MOVE "GRS" TO WS-LOOKUP-ITEM.
           MOVE WS-DEPT-CODE TO WS-LOOKUP-QUALIFIER.
           PERFORM Find-Mapping.
           IF MAPPING-NOT-FOUND AND WS-DEPT-CODE NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-QUALIFIER
               PERFORM Find-Mapping
           END-IF.
           MOVE 'D' TO WS-POST-SIDE.
           MOVE PY-GROSS TO WS-POST-AMOUNT.
           PERFORM Post-Mapped-Amount.

           IF PY-REIMBURSED NUMERIC AND PY-REIMBURSED NOT = 0
               MOVE "EXP" TO WS-LOOKUP-ITEM
               MOVE WS-DEPT-CODE TO WS-LOOKUP-QUALIFIER
               PERFORM Find-Mapping
               IF MAPPING-NOT-FOUND AND WS-DEPT-CODE NOT = SPACES
                   MOVE SPACES TO WS-LOOKUP-QUALIFIER
                   PERFORM Find-Mapping
               END-IF
               MOVE 'D' TO WS-POST-SIDE
               MOVE PY-REIMBURSED TO WS-POST-AMOUNT
               PERFORM Post-Mapped-Amount
           END-IF.

           MOVE "DED" TO WS-LOOKUP-ITEM.
           MOVE 'C' TO WS-POST-SIDE.
           IF PY-TAX NUMERIC AND PY-TAX NOT = 0
               MOVE "TAX" TO WS-LOOKUP-QUALIFIER
               PERFORM Find-Mapping
               MOVE 'C' TO WS-POST-SIDE
               MOVE PY-TAX TO WS-POST-AMOUNT
               PERFORM Post-Mapped-Amount
           END-IF.
           IF PY-GARNISHED NUMERIC AND PY-GARNISHED NOT = 0
               MOVE "GRN" TO WS-LOOKUP-QUALIFIER
               PERFORM Find-Mapping
               MOVE 'C' TO WS-POST-SIDE
               MOVE PY-GARNISHED TO WS-POST-AMOUNT
               PERFORM Post-Mapped-Amount
           END-IF.
           PERFORM VARYING WS-DED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DED-SUBSCRIPT > 3
               IF PY-DED-CODE(WS-DED-SUBSCRIPT) NOT = SPACES
                   AND PY-DED-AMOUNT(WS-DED-SUBSCRIPT) NUMERIC
                   MOVE PY-DED-CODE(WS-DED-SUBSCRIPT)
                       TO WS-LOOKUP-QUALIFIER
                   PERFORM Find-Mapping
                   MOVE 'C' TO WS-POST-SIDE
                   MOVE PY-DED-AMOUNT(WS-DED-SUBSCRIPT)
                       TO WS-POST-AMOUNT
                   PERFORM Post-Mapped-Amount
               END-IF
           END-PERFORM.

           MOVE "NET" TO WS-LOOKUP-ITEM.
           MOVE SPACES TO WS-LOOKUP-QUALIFIER.
           PERFORM Find-Mapping.
           MOVE 'C' TO WS-POST-SIDE.
           MOVE PY-NET TO WS-POST-AMOUNT.
           PERFORM Post-Mapped-Amount.

       Journal-Posting-History.
           OPEN INPUT POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
                   READ POSTING-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-POST-DATE NOT < WS-FROM-DATE
                               AND PH-POST-DATE NOT > WS-TO-DATE
                               ADD 1 TO WS-POST-RECORDS
                               PERFORM Journal-One-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-HISTORY
           ELSE
               DISPLAY "NO POSTHIST ON FILE - NO ACCOUNT LINES"
           END-IF.

      * A reversal carries the direction of the correction in its
      * own code, so it journals like any ordinary posting and
      * backs the original out of the same accounts.
       Journal-One-Posting.
           MOVE 'A' TO WS-LOOKUP-SOURCE.
           MOVE SPACES TO WS-LOOKUP-QUALIFIER.
           EVALUATE TRUE
               WHEN PH-ENTRY-IS-INTEREST
                   MOVE "INT" TO WS-LOOKUP-ITEM
               WHEN PH-ENTRY-IS-FEE
                   MOVE "FEE" TO WS-LOOKUP-ITEM
               WHEN PH-ENTRY-IS-ESCHEAT
                   MOVE "ESC" TO WS-LOOKUP-ITEM
               WHEN PH-ENTRY-IS-LOAN-ADVANCE
                   OR PH-ENTRY-IS-LOAN-PAYMENT
                   MOVE "LON" TO WS-LOOKUP-ITEM
               WHEN PH-ENTRY-IS-LOAN-INTEREST
                   MOVE "LNI" TO WS-LOOKUP-ITEM
               WHEN PH-ENTRY-IS-LATE-CHARGE
                   MOVE "LNK" TO WS-LOOKUP-ITEM
               WHEN OTHER
                   MOVE "ORD" TO WS-LOOKUP-ITEM
           END-EVALUATE.
           IF PH-TRAN-IS-CREDIT
               MOVE 'C' TO WS-CUSTOMER-SIDE
               MOVE 'D' TO WS-OFFSET-SIDE
           ELSE
               MOVE 'D' TO WS-CUSTOMER-SIDE
               MOVE 'C' TO WS-OFFSET-SIDE
           END-IF.
           PERFORM Find-Mapping.
           MOVE WS-CUSTOMER-SIDE TO WS-POST-SIDE.
           PERFORM Set-Posting-Home-Amount.
           PERFORM Post-Mapped-Amount.
           IF MAPPING-FOUND
               MOVE GM-OFFSET-ACCOUNT TO GM-GL-ACCOUNT
               MOVE WS-OFFSET-SIDE TO WS-POST-SIDE
               PERFORM Set-Posting-Home-Amount
               PERFORM Post-Mapped-Amount
           END-IF.

       Set-Posting-Home-Amount.
           IF PH-CURRENCY-IS-HOME
               MOVE PH-AMOUNT TO WS-POST-AMOUNT
           ELSE
               MOVE PH-HOME-AMOUNT TO WS-POST-AMOUNT
           END-IF.

       Find-Mapping.
           MOVE WS-LOOKUP-KEY TO GM-MAP-KEY.
           SET MAPPING-FOUND TO TRUE.
           READ GL-MAP-MASTER
               KEY IS GM-MAP-KEY
               INVALID KEY
                   SET MAPPING-NOT-FOUND TO TRUE
           END-READ.

      * A negative amount - a CR adjustment - posts to the other
      * side. An amount with no mapping is listed and held out of
      * the journal, which the balance proof then refuses.
       Post-Mapped-Amount.
           IF MAPPING-NOT-FOUND
               PERFORM Note-Unmapped-Amount
           ELSE
               IF WS-POST-AMOUNT < 0
                   COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
                   IF POST-IS-DEBIT
                       MOVE 'C' TO WS-POST-SIDE
                   ELSE
                       MOVE 'D' TO WS-POST-SIDE
                   END-IF
               END-IF
               MOVE GM-GL-ACCOUNT TO WS-POST-ACCOUNT
               PERFORM Find-Account-Entry
               IF WS-ACCOUNT-SUBSCRIPT > 0
                   IF POST-IS-DEBIT
                       ADD WS-POST-AMOUNT
                           TO WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT)
                   ELSE
                       ADD WS-POST-AMOUNT
                           TO WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT)
                   END-IF
               END-IF
           END-IF.

       Find-Account-Entry.
           MOVE 0 TO WS-ACCOUNT-SUBSCRIPT.
           PERFORM VARYING WS-ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUBSCRIPT > WS-ACCOUNT-COUNT
                   OR WS-ACCT-GL-ACCOUNT(WS-ACCOUNT-SUBSCRIPT)
                       = WS-POST-ACCOUNT
               CONTINUE
           END-PERFORM.
           IF WS-ACCOUNT-SUBSCRIPT > WS-ACCOUNT-COUNT
               IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUBSCRIPT
                   MOVE WS-POST-ACCOUNT
                       TO WS-ACCT-GL-ACCOUNT(WS-ACCOUNT-SUBSCRIPT)
                   MOVE WS-LOOKUP-SOURCE
                       TO WS-ACCT-SOURCE(WS-ACCOUNT-SUBSCRIPT)
                   MOVE GM-DESCRIPTION
                       TO WS-ACCT-DESCRIPTION(WS-ACCOUNT-SUBSCRIPT)
                   MOVE 0 TO WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT)
                   MOVE 0 TO WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT)
               ELSE
                   MOVE 0 TO WS-ACCOUNT-SUBSCRIPT
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       Note-Unmapped-Amount.
           ADD 1 TO WS-UNMAPPED-COUNT.
           MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "UNMAPPED KEY:" WS-LOOKUP-KEY
                   " SIDE:" WS-POST-SIDE
                   " AMT:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

       Prove-Journal-Balance.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           PERFORM VARYING WS-ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUBSCRIPT > WS-ACCOUNT-COUNT
               ADD WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT)
                   TO WS-TOTAL-DEBITS
               ADD WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT)
                   TO WS-TOTAL-CREDITS
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > 0
                   MOVE "AMOUNTS WITH NO GLMAP MAPPING"
                       TO WS-REFUSAL-REASON
               WHEN WS-TABLE-FULL-COUNT > 0
                   MOVE "MORE THAN 200 LEDGER ACCOUNTS"
                       TO WS-REFUSAL-REASON
               WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-REFUSAL-REASON
               WHEN WS-ACCOUNT-COUNT = 0
                   MOVE "NOTHING TO JOURNAL IN THE WINDOW"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The register shows the lines either way, so a refused
      * journal still shows finance where it failed to tie out.
       Write-Account-Lines.
           PERFORM VARYING WS-ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUBSCRIPT > WS-ACCOUNT-COUNT
               IF WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT) NOT = 0
                   MOVE WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT)
                       TO WS-EDITED-AMOUNT
                   MOVE 'D' TO WS-POST-SIDE
                   PERFORM Write-Account-Register-Line
               END-IF
               IF WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT) NOT = 0
                   MOVE WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT)
                       TO WS-EDITED-AMOUNT
                   MOVE 'C' TO WS-POST-SIDE
                   PERFORM Write-Account-Register-Line
               END-IF
           END-PERFORM.

       Write-Account-Register-Line.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-ACCT-GL-ACCOUNT(WS-ACCOUNT-SUBSCRIPT)
                   " " WS-POST-SIDE
                   " " WS-EDITED-AMOUNT
                   " " WS-ACCT-SOURCE(WS-ACCOUNT-SUBSCRIPT)
                   " " WS-ACCT-DESCRIPTION(WS-ACCOUNT-SUBSCRIPT)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-GL-Journal.
           OPEN OUTPUT GL-JOURNAL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'H' TO JR-RECORD-TYPE.
           MOVE WS-RUN-DATE  TO JR-HDR-RUN-DATE.
           MOVE WS-FROM-DATE TO JR-HDR-FROM-DATE.
           MOVE WS-TO-DATE   TO JR-HDR-TO-DATE.
           WRITE GL-JOURNAL-LINE FROM JRNL-RECORD.
           PERFORM VARYING WS-ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUBSCRIPT > WS-ACCOUNT-COUNT
               IF WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT) NOT = 0
                   MOVE 'D' TO WS-POST-SIDE
                   MOVE WS-ACCT-DEBITS(WS-ACCOUNT-SUBSCRIPT)
                       TO WS-POST-AMOUNT
                   PERFORM Write-Journal-Detail
               END-IF
               IF WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT) NOT = 0
                   MOVE 'C' TO WS-POST-SIDE
                   MOVE WS-ACCT-CREDITS(WS-ACCOUNT-SUBSCRIPT)
                       TO WS-POST-AMOUNT
                   PERFORM Write-Journal-Detail
               END-IF
           END-PERFORM.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'T' TO JR-RECORD-TYPE.
           MOVE WS-LINE-COUNT    TO JR-TRL-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS  TO JR-TRL-DEBIT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO JR-TRL-CREDIT-TOTAL.
           WRITE GL-JOURNAL-LINE FROM JRNL-RECORD.
           CLOSE GL-JOURNAL.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOURNAL WRITTEN - DETAIL LINES:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

       Write-Journal-Detail.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'D' TO JR-RECORD-TYPE.
           MOVE WS-ACCT-GL-ACCOUNT(WS-ACCOUNT-SUBSCRIPT)
               TO JR-GL-ACCOUNT.
           MOVE WS-POST-SIDE TO JR-DR-CR.
           MOVE WS-POST-AMOUNT TO JR-AMOUNT.
           MOVE WS-ACCT-SOURCE(WS-ACCOUNT-SUBSCRIPT) TO JR-SOURCE.
           MOVE WS-ACCT-DESCRIPTION(WS-ACCOUNT-SUBSCRIPT)
               TO JR-DESCRIPTION.
           WRITE GL-JOURNAL-LINE FROM JRNL-RECORD.
           ADD 1 TO WS-LINE-COUNT.

      * Nothing goes out - not even an empty file finance could
      * mistake for a quiet period.
       Refuse-GL-Journal.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "JOURNAL REFUSED - " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "G002" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "GLJRNL" TO EX-PROGRAM-ID.
           STRING "GL JOURNAL REFUSED " WS-FROM-DATE "-" WS-TO-DATE
                   " - " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
           MOVE 8 TO RETURN-CODE.

       Write-Register-Totals.
           MOVE WS-PAY-RECORDS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYHIST RECORDS JOURNALED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-POST-RECORDS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTHIST RECORDS JOURNALED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "AMOUNTS UNMAPPED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-DEBITS TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL DEBITS: " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TOTAL-CREDITS TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL CREDITS:" WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
