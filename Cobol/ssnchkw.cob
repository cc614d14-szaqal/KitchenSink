      * (11-1=10) and is always a reject - see the history note in
      * moveofw.cob for why it must not be folded into the
      * remainder-0 wrap.
      * A key that is a TOKVAULT token (the masters carry tokens,
      * not SSNs) is verified on the SSN behind it: SSNCHKW is one
      * of the paths TOKENW lets detokenize, and the clear value
      * never leaves this module - the caller's key stays a token.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-CD-SUBSCRIPT             PIC 9             VALUE 0.
      * "over 9 wraps to 0" test below to see it - a single-digit
      * field truncates 11 to 1 first and the wrap never happens.
       77 WS-CD-COMPUTED-DIGIT        PIC 99             VALUE 0.
       01 WS-CD-KEY.
           COPY ACCT-KEY
               REPLACING SSN        BY WS-CD-SSN
                         SSN-DIGITS BY WS-CD-SSN-DIGITS
                         SSN-DIGIT  BY WS-CD-SSN-DIGIT.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LS-REQUEST-CODE             PIC X.
               LS-RESULT-SWITCH.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO LS-RESULT-SWITCH.
           MOVE LS-SSN TO WS-CD-SSN.
           IF LS-REQUEST-CODE = 'V'
               AND LS-SSN-DIGIT(1) = 9
               PERFORM Detokenize-Key
           END-IF.
           PERFORM Compute-Check-Digit.

           EVALUATE LS-REQUEST-CODE
               WHEN 'V'
                   IF WS-CD-REMAINDER NOT = 1
                       AND WS-CD-COMPUTED-DIGIT = WS-CD-SSN-DIGIT(9)
                       MOVE 'Y' TO LS-RESULT-SWITCH
                   END-IF
               WHEN 'G'

           GOBACK.

      * No SSN is issued with a 9 area number, so a leading 9 is a
      * token or nothing; one not on the vault is checked as keyed.
       Detokenize-Key.
           MOVE 'D' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "SSNCHKW" TO TK-PROGRAM.
           MOVE LS-SSN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH = 'Y'
               AND TK-VALUE-OUT(1:9) IS NUMERIC
               MOVE TK-VALUE-OUT(1:9) TO WS-CD-SSN
           END-IF.

       Compute-Check-Digit.
           MOVE 0 TO WS-CD-WEIGHTED-SUM
           PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
               COMPUTE WS-CD-WEIGHT = WS-CD-SUBSCRIPT + 1
               COMPUTE WS-CD-WEIGHTED-SUM =
                   WS-CD-WEIGHTED-SUM +
                   (WS-CD-SSN-DIGIT(WS-CD-SUBSCRIPT) * WS-CD-WEIGHT)
           END-PERFORM

           COMPUTE WS-CD-REMAINDER =
