      * on the employee number). COMMAND-LINE parm picks the mode:
      *   Ennnnnn     - employee number lookup
      *   Snnnnnnnnn  - SSN lookup
      * EMPXREF carries TOKVAULT tokens: an SSN keyed in clear
      * is looked up to its token (CALLed TOKENW) before the scan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

                   PERFORM Inquire-By-Employee
               WHEN 'S'
                   MOVE WS-RUN-MODE-PARM(2:9) TO WS-INQUIRY-SSN
                   PERFORM Tokenize-Inquiry-Key
                   PERFORM Inquire-By-SSN
               WHEN OTHER
                   DISPLAY "XREFINQ - MODE MUST BE Ennnnnn OR"
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "EMPLOYEES MATCHED:" WS-COUNT-DISPLAY
           END-IF.

      * The key as entered goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * entered, to be not found.
       Tokenize-Inquiry-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "XREFINQ" TO TK-PROGRAM.
           IF WS-INQUIRY-SSN IS NUMERIC
               MOVE WS-INQUIRY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO WS-INQUIRY-SSN
           END-IF.
