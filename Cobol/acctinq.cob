      * or a full listing when no parm is given. Shows open date,
      * status and balance - the balance through the signed edited
      * picture so an overdrawn account reads as such.
      * The master is keyed on TOKVAULT tokens: an SSN keyed
      * in clear is looked up to its token (CALLed TOKENW) first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ACCOUNT-COUNT            PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

               PERFORM List-All-Accounts
           ELSE
               MOVE WS-RUN-MODE-PARM(1:9) TO WS-INQUIRY-SSN
               PERFORM Tokenize-Inquiry-Key
               PERFORM Inquire-One-Account
           END-IF.

                   " OPENED:" AM-OPEN-DATE
                   " STATUS:" AM-STATUS
                   " BALANCE:" WS-EDITED-BALANCE.

      * The key as entered goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * entered, to be not found.
       Tokenize-Inquiry-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTINQ" TO TK-PROGRAM.
           IF WS-INQUIRY-SSN IS NUMERIC
               MOVE WS-INQUIRY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO WS-INQUIRY-SSN
           END-IF.
