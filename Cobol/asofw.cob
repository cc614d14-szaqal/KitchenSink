       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFW.
      * As-of-date account balance service, CALLed by the CONSOLE
      * inquiry and the ACCTASOF batch with the parameter area in
      * copybooks/ACCT-ASOF-PARM.cpy. Answers what an account's
      * balance was at the end of a past day the way the desk
      * used to by hand, only without the adding mistakes: the
      * nearest SNAPHIST snapshot on or before the date, plus the
      * POSTHIST postings dated after it up to the date. A date
      * earlier than the account's first snapshot rolls backward
      * instead - the first snapshot after the date less the
      * postings in between, or with no snapshot at all today's
      * ACCTMAST balance less everything posted after the date.
      * A closed account comes off ACCTMAST onto ACCTHIST; its
      * carry-out posting left the history summing to zero, so
      * zero is the balance it is backed off from.
      * The postings rolled over are handed back with the
      * balance, so the caller can show the working.
      * The window's postings come from the one account's postings
      * alone, read by the CALLed POSTRDW service off the POSTKEY
      * key file, instead of a pass down all of POSTHIST - and a
      * date in a year the year-end split has closed out of
      * POSTHIST is still answered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT ACCOUNT-HISTORY ASSIGN TO "Cobol/data/ACCTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.

           SELECT SNAPSHOT-HISTORY ASSIGN TO "Cobol/data/SNAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  ACCOUNT-HISTORY.
       01 ACCOUNT-HISTORY-REC.
           COPY ACCT-HIST-REC.

       FD  SNAPSHOT-HISTORY.
       01 SNAPSHOT-HISTORY-REC.
           COPY ACCT-SNAP-REC.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-SNAPSHOT-HISTORY-STATUS  PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-CURRENT-BALANCE          PIC S9(7)V99 VALUE 0.
       01 WS-ACCOUNT-SWITCH           PIC X VALUE 'N'.
           88 ACCOUNT-FOUND                VALUE 'Y'.
           88 ACCOUNT-MISSING              VALUE 'N'.

      * The snapshots either side of the as-of date.
       01 WS-PRIOR-SNAP-DATE          PIC 9(8) VALUE 0.
       01 WS-PRIOR-SNAP-BALANCE       PIC S9(7)V99 VALUE 0.
       01 WS-LATER-SNAP-DATE          PIC 9(8) VALUE 0.
       01 WS-LATER-SNAP-BALANCE       PIC S9(7)V99 VALUE 0.

      * The posting-date window rolled over: after the low date,
      * up to and including the high one; a high date of all
      * nines means everything on file after the low date.
       01 WS-WINDOW-LOW-DATE          PIC 9(8) VALUE 0.
       01 WS-WINDOW-HIGH-DATE         PIC 9(8) VALUE 0.
       01 WS-POSTING-SUBSCRIPT        PIC 9(5) VALUE 0.

       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       LINKAGE SECTION.
       01 LS-ASOF-PARM.
           COPY ACCT-ASOF-PARM.

       PROCEDURE DIVISION USING LS-ASOF-PARM.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO BQ-RESULT.
           MOVE SPACE TO BQ-ACCOUNT-STATUS.
           MOVE 0 TO BQ-OPEN-DATE.
           MOVE 0 TO BQ-CLOSE-DATE.
           MOVE SPACES TO BQ-CURRENCY-CODE.
           MOVE SPACE TO BQ-BASE-SOURCE.
           MOVE 0 TO BQ-BASE-DATE.
           MOVE 0 TO BQ-BASE-BALANCE.
           MOVE SPACE TO BQ-DIRECTION.
           MOVE 0 TO BQ-NET-ACTIVITY.
           MOVE 0 TO BQ-AS-OF-BALANCE.
           MOVE 0 TO BQ-POSTING-COUNT.
           IF NOT BQ-REQUEST-IS-BALANCE
               DISPLAY "ASOFW: UNKNOWN REQUEST CODE "
                       BQ-REQUEST-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM Find-Account.
           IF BQ-MASTER-UNAVAILABLE OR ACCOUNT-MISSING
               GOBACK
           END-IF.

           PERFORM Find-Nearest-Snapshots.
           PERFORM Choose-Roll-Base.
           PERFORM Roll-Posting-History.

           IF BQ-ROLLED-FORWARD
               COMPUTE BQ-AS-OF-BALANCE =
                   BQ-BASE-BALANCE + BQ-NET-ACTIVITY
           ELSE
               COMPUTE BQ-AS-OF-BALANCE =
                   BQ-BASE-BALANCE - BQ-NET-ACTIVITY
           END-IF.
           MOVE 'Y' TO BQ-RESULT.
           GOBACK.

      * The master first; an account not on it may have closed,
      * and then the ACCTHIST archive knows it.
       Find-Account.
           SET ACCOUNT-MISSING TO TRUE.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE 'U' TO BQ-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE BQ-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE AM-STATUS TO BQ-ACCOUNT-STATUS
                   MOVE AM-OPEN-DATE TO BQ-OPEN-DATE
                   MOVE AM-CURRENCY-CODE TO BQ-CURRENCY-CODE
                   MOVE AM-BALANCE TO WS-CURRENT-BALANCE
           END-READ.
           CLOSE ACCOUNT-MASTER.
           IF ACCOUNT-MISSING
               PERFORM Find-Closed-Account
           END-IF.

       Find-Closed-Account.
           OPEN INPUT ACCOUNT-HISTORY.
           IF WS-ACCOUNT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-HISTORY-STATUS NOT = "00"
                   READ ACCOUNT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AH-ACCT-SSN = BQ-ACCT-SSN
                               SET ACCOUNT-FOUND TO TRUE
                               MOVE 'C' TO BQ-ACCOUNT-STATUS
                               MOVE AH-OPEN-DATE TO BQ-OPEN-DATE
                               MOVE AH-CLOSE-DATE TO BQ-CLOSE-DATE
                               MOVE AH-CURRENCY-CODE
                                   TO BQ-CURRENCY-CODE
                               MOVE 0 TO WS-CURRENT-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
           END-IF.
           MOVE "00" TO WS-ACCOUNT-HISTORY-STATUS.

      * One pass down SNAPHIST keeps the account's latest
      * snapshot on or before the date and its earliest after.
       Find-Nearest-Snapshots.
           MOVE 0 TO WS-PRIOR-SNAP-DATE.
           MOVE 0 TO WS-PRIOR-SNAP-BALANCE.
           MOVE 0 TO WS-LATER-SNAP-DATE.
           MOVE 0 TO WS-LATER-SNAP-BALANCE.
           OPEN INPUT SNAPSHOT-HISTORY.
           IF WS-SNAPSHOT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-SNAPSHOT-HISTORY-STATUS NOT = "00"
                   READ SNAPSHOT-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SN-ACCT-SSN = BQ-ACCT-SSN
                               PERFORM Keep-Nearer-Snapshot
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-HISTORY
           END-IF.
           MOVE "00" TO WS-SNAPSHOT-HISTORY-STATUS.

       Keep-Nearer-Snapshot.
           IF SN-SNAP-DATE NOT > BQ-AS-OF-DATE
               IF SN-SNAP-DATE > WS-PRIOR-SNAP-DATE
                   MOVE SN-SNAP-DATE TO WS-PRIOR-SNAP-DATE
                   MOVE SN-BALANCE TO WS-PRIOR-SNAP-BALANCE
               END-IF
           ELSE
               IF WS-LATER-SNAP-DATE = 0
                       OR SN-SNAP-DATE < WS-LATER-SNAP-DATE
                   MOVE SN-SNAP-DATE TO WS-LATER-SNAP-DATE
                   MOVE SN-BALANCE TO WS-LATER-SNAP-BALANCE
               END-IF
           END-IF.

      * Forward from the prior snapshot when there is one; else
      * backward from the next snapshot, else from today.
       Choose-Roll-Base.
           EVALUATE TRUE
               WHEN WS-PRIOR-SNAP-DATE > 0
                   MOVE 'S' TO BQ-BASE-SOURCE
                   MOVE WS-PRIOR-SNAP-DATE TO BQ-BASE-DATE
                   MOVE WS-PRIOR-SNAP-BALANCE TO BQ-BASE-BALANCE
                   MOVE 'F' TO BQ-DIRECTION
                   MOVE WS-PRIOR-SNAP-DATE TO WS-WINDOW-LOW-DATE
                   MOVE BQ-AS-OF-DATE TO WS-WINDOW-HIGH-DATE
               WHEN WS-LATER-SNAP-DATE > 0
                   MOVE 'S' TO BQ-BASE-SOURCE
                   MOVE WS-LATER-SNAP-DATE TO BQ-BASE-DATE
                   MOVE WS-LATER-SNAP-BALANCE TO BQ-BASE-BALANCE
                   MOVE 'B' TO BQ-DIRECTION
                   MOVE BQ-AS-OF-DATE TO WS-WINDOW-LOW-DATE
                   MOVE WS-LATER-SNAP-DATE TO WS-WINDOW-HIGH-DATE
               WHEN OTHER
                   MOVE 'M' TO BQ-BASE-SOURCE
                   MOVE WS-RUN-DATE TO BQ-BASE-DATE
                   MOVE WS-CURRENT-BALANCE TO BQ-BASE-BALANCE
                   MOVE 'B' TO BQ-DIRECTION
                   MOVE BQ-AS-OF-DATE TO WS-WINDOW-LOW-DATE
                   MOVE 99999999 TO WS-WINDOW-HIGH-DATE
           END-EVALUATE.

      * Every posting of the account inside the window is netted
      * - credits up, debits down - and the first 50 listed.
       Roll-Posting-History.
           MOVE 'A' TO PR-REQUEST-CODE.
           MOVE "ASOFW" TO PR-CALLER-ID.
           MOVE BQ-ACCT-SSN TO PR-ACCT-SSN.
           COMPUTE PR-FROM-DATE = WS-WINDOW-LOW-DATE + 1.
           MOVE WS-WINDOW-HIGH-DATE TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               IF PH-ACCT-SSN = BQ-ACCT-SSN
                       AND PH-POST-DATE > WS-WINDOW-LOW-DATE
                       AND PH-POST-DATE NOT > WS-WINDOW-HIGH-DATE
                   PERFORM Roll-One-Posting
               END-IF
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Roll-One-Posting.
           IF PH-TRAN-IS-CREDIT
               ADD PH-AMOUNT TO BQ-NET-ACTIVITY
           ELSE
               SUBTRACT PH-AMOUNT FROM BQ-NET-ACTIVITY
           END-IF.
           ADD 1 TO BQ-POSTING-COUNT.
           IF BQ-POSTING-COUNT NOT > 50
               MOVE BQ-POSTING-COUNT TO WS-POSTING-SUBSCRIPT
               MOVE PH-POST-DATE
                   TO BQ-POST-DATE(WS-POSTING-SUBSCRIPT)
               MOVE PH-TRAN-CODE
                   TO BQ-TRAN-CODE(WS-POSTING-SUBSCRIPT)
               MOVE PH-AMOUNT
                   TO BQ-AMOUNT(WS-POSTING-SUBSCRIPT)
               MOVE PH-ENTRY-TYPE
                   TO BQ-ENTRY-TYPE(WS-POSTING-SUBSCRIPT)
               MOVE PH-ORIG-DATE
                   TO BQ-ORIG-DATE(WS-POSTING-SUBSCRIPT)
           END-IF.
