      * this is the frozen record that catches a posting keyed to
      * the wrong date before it silently rewrites history.
      * Breaks end the run RC=4.
      * The activity since the prior snapshot now comes by the
      * CALLed POSTRDW service's walk from the day after it,
      * instead of a pass down all of POSTHIST - and still sees
      * it when the prior snapshot falls in a year the year-end
      * split has closed out of POSTHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT SNAPSHOT-HISTORY ASSIGN TO "Cobol/data/SNAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-HISTORY-STATUS.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  SNAPSHOT-HISTORY.
       01 SNAPSHOT-HISTORY-REC.
           COPY ACCT-SNAP-REC.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-SNAPSHOT-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-SNAPSHOT-REPORT-STATUS   PIC XX VALUE "00".

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
           MOVE "ACCTSNAP" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                   TO WS-PROOF-PRIOR-BAL(WS-MATCH-SUBSCRIPT)
           END-IF.

      * One walk over the history: activity dated after the
      * prior close accumulates per account - credits up, debits
      * down, the ACCTSTMT sign convention.
       Load-Period-Activity.
           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "ACCTSNAP" TO PR-CALLER-ID.
           COMPUTE PR-FROM-DATE = WS-PRIOR-SNAP-DATE + 1.
           MOVE 99999999 TO PR-TO-DATE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               IF PH-POST-DATE > WS-PRIOR-SNAP-DATE
                   PERFORM Accumulate-One-Posting
               END-IF
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Accumulate-One-Posting.
           MOVE PH-ACCT-SSN TO AM-ACCT-SSN.
