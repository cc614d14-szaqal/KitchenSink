      * A balance that drifted from its history used to be
      * undetectable until a statement dispute; now it is a
      * morning report line.
      * Internal transfers move money between two of our own
      * accounts, so across the book their debit legs and credit
      * legs must match in count and amount. The run totals both
      * sides of every 'T' history entry and reports the net; a
      * transfer that does not net to zero is a break like any
      * other and ends the run RC=4.
      * A transfer between accounts kept in different currencies
      * moves different face amounts on its two legs, so the
      * book-wide netting is done in home currency - a foreign
      * leg at the home value it carries; each account's own
      * proof stays in the currency it is kept in.
      * The history is walked whole through the CALLed POSTRDW
      * service instead of read off POSTHIST, so the proof still
      * starts from each account's opening zero once the year-end
      * split has moved closed years out of POSTHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT TRIAL-REPORT ASSIGN TO "Cobol/data/TRIALBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-REPORT-STATUS.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  TRIAL-REPORT.
       01 TRIAL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-TRIAL-REPORT-STATUS      PIC XX VALUE "00".

      * Net history per account, accumulated RUNREGW-style in one
       01 WS-ACCOUNTS-PROVEN          PIC 9(5) VALUE 0.
       01 WS-BREAKS-FOUND             PIC 9(5) VALUE 0.

       01 WS-XFER-DEBIT-LEGS          PIC 9(5) VALUE 0.
       01 WS-XFER-CREDIT-LEGS         PIC 9(5) VALUE 0.
       01 WS-XFER-DEBIT-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-XFER-CREDIT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-XFER-NET                 PIC S9(9)V99 VALUE 0.
       01 WS-LEG-HOME-AMOUNT          PIC 9(7)V99 VALUE 0.
       01 WS-EDITED-XFER-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-EDITED-COMPUTED          PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-CARRIED           PIC Z,ZZZ,ZZ9.99-.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "TRIALBAL" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.

           OPEN INPUT ACCOUNT-MASTER.

           PERFORM Sum-Posting-History.
           PERFORM Prove-Account-Balances.
           PERFORM Prove-Transfer-Netting.
           PERFORM Write-Report-Totals.

           CLOSE TRIAL-REPORT.
           GOBACK.

       Sum-Posting-History.
           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "TRIALBAL" TO PR-CALLER-ID.
           MOVE 0 TO PR-FROM-DATE.
           MOVE 99999999 TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               PERFORM Sum-One-Posting
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Sum-One-Posting.
           IF PH-ENTRY-IS-TRANSFER
               PERFORM Sum-Transfer-Leg
           END-IF.
           PERFORM Find-Net-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               IF PH-TRAN-IS-CREDIT
               END-IF
           END-IF.

       Sum-Transfer-Leg.
           IF PH-CURRENCY-IS-HOME
               MOVE PH-AMOUNT TO WS-LEG-HOME-AMOUNT
           ELSE
               MOVE PH-HOME-AMOUNT TO WS-LEG-HOME-AMOUNT
           END-IF.
           IF PH-TRAN-IS-CREDIT
               ADD 1 TO WS-XFER-CREDIT-LEGS
               ADD WS-LEG-HOME-AMOUNT TO WS-XFER-CREDIT-TOTAL
           ELSE
               ADD 1 TO WS-XFER-DEBIT-LEGS
               ADD WS-LEG-HOME-AMOUNT TO WS-XFER-DEBIT-TOTAL
           END-IF.

       Find-Net-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-NET-SUBSCRIPT FROM 1 BY 1
               WRITE TRIAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      * Every transfer wrote a debit leg and a credit leg for the
      * same amount, so the book-wide net is zero unless a leg
      * went missing or was altered.
       Prove-Transfer-Netting.
           COMPUTE WS-XFER-NET =
               WS-XFER-CREDIT-TOTAL - WS-XFER-DEBIT-TOTAL.
           MOVE WS-XFER-DEBIT-LEGS TO WS-COUNT-DISPLAY.
           MOVE WS-XFER-DEBIT-TOTAL TO WS-EDITED-XFER-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSFER DEBIT LEGS: " WS-COUNT-DISPLAY
                   " AMOUNT:" WS-EDITED-XFER-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-XFER-CREDIT-LEGS TO WS-COUNT-DISPLAY.
           MOVE WS-XFER-CREDIT-TOTAL TO WS-EDITED-XFER-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSFER CREDIT LEGS:" WS-COUNT-DISPLAY
                   " AMOUNT:" WS-EDITED-XFER-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-XFER-NET TO WS-EDITED-XFER-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-XFER-NET = 0
               AND WS-XFER-DEBIT-LEGS = WS-XFER-CREDIT-LEGS
               STRING "TRANSFERS NET TO ZERO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-BREAKS-FOUND
               STRING "BREAK TRANSFERS DO NOT NET - NET:"
                       WS-EDITED-XFER-TOTAL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE TRIAL-REPORT-LINE FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE WS-ACCOUNTS-PROVEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
