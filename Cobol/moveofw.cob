      * a program with a LINKAGE SECTION PROCEDURE DIVISION USING
      * clause cannot also be built as a parameterless executable
      * main.
      * A validated SSN is swapped for its TOKVAULT token (CALLed
      * TOKENW) before anything is filed, so the extract, the
      * account master, the key handed back to PIPELINE for
      * EMPXREF and the ACTLOG entry all carry the token; a
      * rejected value goes to suspense and ACTLOG tokenized too.
      * If the vault cannot give a token the SSN is not filed.
      * An account newly added to the master queues its WELCOM
      * letter through the CALLed LTRREQW writer; one already
      * there is not welcomed again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-LETTER-REQUEST.
           COPY LTR-REQ-REC.

       01 WS-EXTRACT-CTL.
           COPY EXTRACT-CTL-REC.
       01 WS-ACCT-EXTRACT-DETAIL.
           05 RR-RETURN-CODE          PIC 9(4) VALUE 0.
           05 RR-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.
       01 WS-TOKENIZED-VALUE          PIC X(9) VALUE SPACES.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.


       PROCEDURE DIVISION USING LS-SSN-PARM LS-ACCT-KEY-OUT.
           MOVE "MOVEOF"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE "MOVEOF" TO RR-PROGRAM.
               MOVE SOME-VALUE TO SSN OF ACCT-REC-KEY
               PERFORM Validate-Check-Digit
               IF CHECK-DIGIT-IS-VALID
                   MOVE SOME-VALUE TO WS-TOKENIZED-VALUE
                   PERFORM Tokenize-Value
               END-IF
               IF CHECK-DIGIT-IS-VALID
                   AND TK-RESULT-SWITCH NOT = 'Y'
                   DISPLAY "SSN NOT FILED - TOKEN VAULT UNAVAILABLE"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF CHECK-DIGIT-IS-VALID
                   AND TK-RESULT-SWITCH = 'Y'
                   MOVE WS-TOKENIZED-VALUE TO SSN OF ACCT-REC-KEY
                   DISPLAY "VALUE:"SSN OF ACCT-REC-KEY
                   MOVE ACCT-REC-KEY TO LS-ACCT-KEY-OUT
                   PERFORM Write-Account-Extract
                   MOVE SSN OF ACCT-REC-KEY TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF CHECK-DIGIT-IS-INVALID
                   DISPLAY "SSN REJECTED - BAD CHECK DIGIT:"
                       SSN OF ACCT-REC-KEY
                   MOVE "M002" TO EX-ERROR-CODE
                           SSN OF ACCT-REC-KEY
                       DELIMITED BY SIZE INTO EX-MESSAGE
                   CALL "LOGERR" USING WS-EXCEPTION-REC
                   MOVE SOME-VALUE TO WS-TOKENIZED-VALUE
                   PERFORM Tokenize-Value
                   PERFORM Write-Suspense-Record
                   MOVE "SSNREJ" TO AL-ACTION-CODE
                   MOVE WS-TOKENIZED-VALUE TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   MOVE 8 TO RETURN-CODE
               END-IF
               STRING "SSN REJECTED - NOT NUMERIC:" SOME-VALUE
                   DELIMITED BY SIZE INTO EX-MESSAGE
               CALL "LOGERR" USING WS-EXCEPTION-REC
               MOVE SOME-VALUE TO WS-TOKENIZED-VALUE
               PERFORM Tokenize-Value
               PERFORM Write-Suspense-Record
               MOVE "SSNREJ" TO AL-ACTION-CODE
               MOVE WS-TOKENIZED-VALUE TO AL-KEY-VALUE
               PERFORM Write-Activity-Record
               MOVE 4 TO RETURN-CODE
           END-IF
      * Every significant action lands on the central ACTLOG trail
      * through the shared CALLed writer, stamped with the
      * operator SIGNON authenticated; the writer adds date/time.
      * WS-TOKENIZED-VALUE goes in clear and comes back as its
      * token; left as it was if the vault could not assign one.
       Tokenize-Value.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "MOVEOF" TO TK-PROGRAM.
           MOVE WS-TOKENIZED-VALUE TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH = 'Y'
               MOVE TK-VALUE-OUT(1:9) TO WS-TOKENIZED-VALUE
           END-IF.

       Write-Activity-Record.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE "MOVEOF" TO AL-PROGRAM-ID
           ACCEPT WS-SUSPENSE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO SSN-SUSPENSE-REC.
           SET SU-IS-SUSPENDED TO TRUE.
           MOVE WS-TOKENIZED-VALUE TO SU-ORIGINAL-VALUE.
           MOVE EX-ERROR-CODE    TO SU-REJECT-REASON.
           MOVE WS-SUSPENSE-DATE TO SU-SUSPENSE-DATE.
           MOVE 0                TO SU-CYCLE-COUNT.

      * Adds the validated key to the persistent ACCTMAST account
      * master (copybooks/ACCT-MASTER-REC.cpy): opened today, open
      * status, zero balance, on the house standard STD product
      * until PRODMNT moves it. An SSN already on the master is left
      * exactly as it stands - re-validating an account must not
      * reset its balance or open date. Same first-run "35"
      * bootstrap as ZERO2W's Save-Employee-To-Master.
           MOVE WS-OPEN-DATE TO AM-OPEN-DATE.
           SET AM-ACCOUNT-IS-OPEN TO TRUE.
           MOVE 0 TO AM-BALANCE.
           MOVE "STD" TO AM-PRODUCT-CODE.
           SET AM-ACCOUNT-IS-DEPOSIT TO TRUE.
           MOVE SPACES TO AM-CURRENCY-CODE.
           WRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Request-Welcome-Letter
           END-WRITE.

           CLOSE ACCOUNT-MASTER.

       Request-Welcome-Letter.
           MOVE "WELCOM" TO LQ-TEMPLATE-ID.
           MOVE AM-ACCT-SSN TO LQ-ACCT-SSN.
           MOVE "MOVEOFW" TO LQ-SOURCE-PROGRAM.
           MOVE WS-OPEN-DATE TO LQ-EVENT-DATE.
           MOVE 0 TO LQ-EVENT-AMOUNT.
           MOVE SPACES TO LQ-EVENT-DETAIL.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.
