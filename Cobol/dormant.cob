      * against, and lists on the DORMRPT report. The DORMREL
      * release file is the review loop back: each account number
      * on it, having been looked at by a human, returns to 'O'.
      * Installment loans are never made dormant - a loan with no
      * payments is LOANDLQ's delinquency, not a sleeping account.
      * Each account's latest posting date now comes from reading
      * just that account's postings, by the CALLed POSTRDW
      * service off the POSTKEY key file, instead of the pass
      * down POSTHIST - and so still counts activity from years
      * the year-end split has moved out of POSTHIST.
      * An account going dormant queues its DORMNT warning letter
      * through the CALLed LTRREQW writer - once, as the status
      * changes, not on every run it stays dormant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "Cobol/data/DORMREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  RELEASE-FILE.
      * One reviewed account number per line, 9(9).
       01 RELEASE-FILE-REC            PIC 9(9).
       WORKING-STORAGE SECTION.
       01 WS-DORMANT-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-RELEASE-FILE-STATUS      PIC XX VALUE "00".
       01 WS-DORMANT-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-LETTER-REQUEST.
           COPY LTR-REQ-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "DORMANT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Dormant-Control.
           END-PERFORM.
           MOVE "00" TO WS-ACCOUNT-MASTER-STATUS.

      * Each account in the table reads only its own postings,
      * every year of them, through the CALLed POSTRDW service.
       Scan-Posting-History.
           MOVE "DORMANT" TO PR-CALLER-ID.
           PERFORM VARYING WS-LAST-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-LAST-SUBSCRIPT > WS-LAST-COUNT
               MOVE 'A' TO PR-REQUEST-CODE
               MOVE WS-LAST-SSN(WS-LAST-SUBSCRIPT) TO PR-ACCT-SSN
               MOVE 0 TO PR-FROM-DATE
               MOVE 99999999 TO PR-TO-DATE
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
               MOVE 'N' TO PR-REQUEST-CODE
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
               PERFORM UNTIL NOT PR-POSTING-RETURNED
                   MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
                   PERFORM Note-Posting-Date
                   CALL "POSTRDW" USING WS-POSTING-READ-PARM
               END-PERFORM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

       Note-Posting-Date.
           IF PH-POST-DATE > WS-LAST-POST-DATE(WS-LAST-SUBSCRIPT)
               MOVE PH-POST-DATE
                   TO WS-LAST-POST-DATE(WS-LAST-SUBSCRIPT)
           END-IF.

      * An account that never posted measures dormancy from its
      * open date - brand-new accounts are not dormant, forgotten
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-REVIEWED
                       IF AM-ACCOUNT-IS-OPEN
                           AND AM-ACCOUNT-IS-DEPOSIT
                           PERFORM Flag-One-If-Dormant
                       END-IF
               END-READ
                       " OPENED:" AM-OPEN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DORMANT-REPORT-LINE FROM WS-REPORT-LINE
               PERFORM Request-Dormancy-Letter
           END-IF.

      * The letter dates the last activity - the open date for
      * an account that never posted.
       Request-Dormancy-Letter.
           MOVE "DORMNT" TO LQ-TEMPLATE-ID.
           MOVE AM-ACCT-SSN TO LQ-ACCT-SSN.
           MOVE "DORMANT" TO LQ-SOURCE-PROGRAM.
           IF WS-LAST-POST-DATE(WS-MATCH-SUBSCRIPT) = 0
               MOVE AM-OPEN-DATE TO LQ-EVENT-DATE
           ELSE
               MOVE WS-LAST-POST-DATE(WS-MATCH-SUBSCRIPT)
                   TO LQ-EVENT-DATE
           END-IF.
           MOVE AM-BALANCE TO LQ-EVENT-AMOUNT.
           MOVE "NO RECENT ACTIVITY" TO LQ-EVENT-DETAIL.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.

       Release-Reviewed-Accounts.
           OPEN INPUT RELEASE-FILE.
