      * reject carrying the original value and the reason - with a
      * summary line of counts per disposition. Replaces hundreds
      * of one-SSN job submissions with one.
      * Both output files carry TOKVAULT tokens (CALLed TOKENW),
      * never the values as keyed; an SSN the vault cannot
      * tokenize is rejected K001 rather than accepted in clear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       FD  SSN-REJECTED.
      * Rejected value plus the MOVEOF-convention reason code:
      *   Pos  1- 9  SR-REJECTED-VALUE X(9)  Token of the value
      *                                      as keyed
      *   Pos 10     FILLER
      *   Pos 11-14  SR-REJECT-REASON  X(4)  M001 not numeric,
      *                                      M002 bad check digit,
      *                                      K001 vault unavailable
       01 SSN-REJECTED-REC.
           05 SR-REJECTED-VALUE       PIC X(9).
           05 FILLER                  PIC X VALUE SPACE.
       01 WS-ACCEPT-DISPLAY           PIC ZZZZ9.
       01 WS-REJECT-DISPLAY           PIC ZZZZ9.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

               CALL "SSNCHKW" USING WS-CHKDGT-REQUEST-CODE
                   ACCT-REC-KEY WS-CHECK-DIGIT-SWITCH
               IF CHECK-DIGIT-IS-VALID
                   PERFORM Tokenize-Input-Value
               END-IF
               IF CHECK-DIGIT-IS-VALID
                   AND TK-RESULT-SWITCH NOT = 'Y'
                   MOVE "K001" TO SR-REJECT-REASON
                   PERFORM Write-Rejected-SSN
               END-IF
               IF CHECK-DIGIT-IS-VALID
                   AND TK-RESULT-SWITCH = 'Y'
                   ADD 1 TO WS-SSNS-ACCEPTED
                   MOVE TK-VALUE-OUT(1:9) TO SSN-ACCEPTED-REC
                   WRITE SSN-ACCEPTED-REC
               END-IF
               IF CHECK-DIGIT-IS-INVALID
                   MOVE "M002" TO SR-REJECT-REASON
                   PERFORM Write-Rejected-SSN
               END-IF
      * WRITE outright (status 71).
       Write-Rejected-SSN.
           ADD 1 TO WS-SSNS-REJECTED.
           PERFORM Tokenize-Input-Value.
           MOVE TK-VALUE-OUT(1:9) TO SR-REJECTED-VALUE.
           WRITE SSN-REJECTED-REC.

      * The value as keyed goes in; TK-VALUE-OUT comes back as its
      * token, or unchanged if the vault could not assign one.
       Tokenize-Input-Value.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "SSNBATCH" TO TK-PROGRAM.
           MOVE SSN-INPUT-REC TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
