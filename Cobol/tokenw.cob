       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKENW.
      * Token vault service over TOKVAULT (copybooks/TOKEN-VAULT-
      * REC.cpy): swaps an SSN or bank account number for the
      * surrogate token the masters and history files carry, so
      * browsing a dataset no longer shows the real nine digits
      * or the account the money goes to. The same value always
      * takes the same token, keeping every cross-file key and
      * join intact. Request codes:
      *   'T' - tokenize: hands back the value's token, assigning
      *         one on first sight. A value that is already a
      *         token comes back unchanged, so callers tokenize
      *         without first asking.
      *   'L' - look up: the token if the value has one, else the
      *         value unchanged with 'N' - for inquiries and keyed
      *         reads, which must not grow the vault.
      *   'D' - detokenize: the clear value behind a token, for
      *         the authorized paths only - the BANKXFER build
      *         (DDEPOSIT), the year-end filing (TAXFILE) and
      *         SSNCHKW validation. Any other caller is refused
      *         with 'R'. Every detokenize, granted or refused, is
      *         written to the ACTLOG trail.
      * Value type 'S' is an SSN (9 bytes), 'B' a bank account
      * (10 bytes). Spaces or zeros are no value and pass through
      * as they are. A vault that cannot be opened or written
      * comes back 'F' with the value unchanged and is logged
      * severe - the caller must not file a clear value on a
      * tokenized master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-VAULT ASSIGN TO "Cobol/data/TOKVAULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-TOKEN-KEY
               ALTERNATE RECORD KEY IS TV-CLEAR-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-VAULT.
       01 TOKEN-VAULT-REC.
           COPY TOKEN-VAULT-REC.

       WORKING-STORAGE SECTION.
       01 WS-TOKEN-VAULT-STATUS       PIC XX VALUE "00".
       01 WS-VAULT-OPEN-SWITCH        PIC X VALUE 'N'.
           88 VAULT-IS-OPEN                VALUE 'Y'.
           88 VAULT-IS-CLOSED              VALUE 'N'.
       01 WS-VALUE-FOUND-SWITCH       PIC X VALUE 'N'.
           88 VALUE-IS-ON-VAULT            VALUE 'Y'.
           88 VALUE-NOT-ON-VAULT           VALUE 'N'.

      * The paths allowed to see a clear value again.
       01 WS-AUTHORIZED-NAMES.
           05 FILLER PIC X(8) VALUE "DDEPOSIT".
           05 FILLER PIC X(8) VALUE "TAXFILE".
           05 FILLER PIC X(8) VALUE "SSNCHKW".
       01 WS-AUTHORIZED-TABLE REDEFINES WS-AUTHORIZED-NAMES.
           05 WS-AUTHORIZED-PROGRAM   PIC X(8) OCCURS 3 TIMES.
       01 WS-AUTHORIZED-COUNT         PIC 9 VALUE 3.
       01 WS-AUTHORIZED-SUBSCRIPT     PIC 9 VALUE 0.
       01 WS-AUTHORIZED-SWITCH        PIC X VALUE 'N'.
           88 CALLER-IS-AUTHORIZED         VALUE 'Y'.

       01 WS-VALUE-LENGTH             PIC 99 VALUE 0.
       01 WS-LAST-FOUR                PIC X(4) VALUE SPACES.
       01 WS-SEQUENCE                 PIC 9(5) VALUE 0.
       01 WS-SEQUENCE-DIGITS          PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-TOKEN          PIC X(10) VALUE SPACES.
       01 WS-ASSIGNED-DATE            PIC 9(8) VALUE 0.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       LINKAGE SECTION.
       01 LS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X.
           05 TK-VALUE-TYPE           PIC X.
               88 TK-VALUE-IS-SSN          VALUE 'S'.
               88 TK-VALUE-IS-BANK         VALUE 'B'.
           05 TK-PROGRAM              PIC X(8).
           05 TK-VALUE-IN             PIC X(10).
           05 TK-VALUE-OUT            PIC X(10).
           05 TK-RESULT-SWITCH        PIC X.

       PROCEDURE DIVISION USING LS-TOKEN-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE TK-VALUE-IN TO TK-VALUE-OUT.
           MOVE 'N' TO TK-RESULT-SWITCH.
           IF NOT TK-VALUE-IS-SSN AND NOT TK-VALUE-IS-BANK
               DISPLAY "TOKENW - UNKNOWN VALUE TYPE:" TK-VALUE-TYPE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF TK-VALUE-IN = SPACES
               OR TK-VALUE-IN = ZEROS
               OR (TK-VALUE-IS-SSN AND TK-VALUE-IN(1:9) = ZEROS)
               MOVE 'Y' TO TK-RESULT-SWITCH
               GOBACK
           END-IF.

           EVALUATE TK-REQUEST-CODE
               WHEN 'T'
                   PERFORM Tokenize-Value
               WHEN 'L'
                   PERFORM Look-Up-Token
               WHEN 'D'
                   PERFORM Detokenize-Value
               WHEN OTHER
                   DISPLAY "TOKENW - UNKNOWN REQUEST CODE:"
                           TK-REQUEST-CODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF VAULT-IS-OPEN
               CLOSE TOKEN-VAULT
               SET VAULT-IS-CLOSED TO TRUE
           END-IF.
           GOBACK.

      * Same first-run "35" bootstrap as ACTLOG's trail: the first
      * value ever tokenized creates the vault.
       Tokenize-Value.
           OPEN I-O TOKEN-VAULT.
           IF WS-TOKEN-VAULT-STATUS = "35"
               OPEN OUTPUT TOKEN-VAULT
               CLOSE TOKEN-VAULT
               OPEN I-O TOKEN-VAULT
           END-IF.
           IF WS-TOKEN-VAULT-STATUS NOT = "00"
               MOVE 'F' TO TK-RESULT-SWITCH
               MOVE SPACES TO EX-MESSAGE
               STRING "TOKEN VAULT WILL NOT OPEN FOR UPDATE - STATUS "
                       WS-TOKEN-VAULT-STATUS
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Vault-Failure
               EXIT PARAGRAPH
           END-IF.
           SET VAULT-IS-OPEN TO TRUE.
           PERFORM Find-Value-On-Vault.
           IF VALUE-IS-ON-VAULT
               MOVE 'Y' TO TK-RESULT-SWITCH
           ELSE
               PERFORM Assign-New-Token
           END-IF.

       Look-Up-Token.
           OPEN INPUT TOKEN-VAULT.
           IF WS-TOKEN-VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET VAULT-IS-OPEN TO TRUE.
           PERFORM Find-Value-On-Vault.
           IF VALUE-IS-ON-VAULT
               MOVE 'Y' TO TK-RESULT-SWITCH
           END-IF.

      * A value already a token is found on the token key and
      * handed back as it is; a clear value is found on the
      * alternate key and its token handed back.
       Find-Value-On-Vault.
           SET VALUE-NOT-ON-VAULT TO TRUE.
           MOVE TK-VALUE-TYPE TO TV-TOKEN-TYPE.
           MOVE TK-VALUE-IN TO TV-TOKEN.
           READ TOKEN-VAULT
               KEY IS TV-TOKEN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VALUE-IS-ON-VAULT TO TRUE
           END-READ.
           IF VALUE-IS-ON-VAULT
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-VALUE-TYPE TO TV-CLEAR-TYPE.
           MOVE TK-VALUE-IN TO TV-CLEAR-VALUE.
           READ TOKEN-VAULT
               KEY IS TV-CLEAR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VALUE-IS-ON-VAULT TO TRUE
                   MOVE TV-TOKEN TO TK-VALUE-OUT
           END-READ.

      * The next free sequence for these last four characters:
      * a handful of reads at most, since few values share them.
       Assign-New-Token.
           PERFORM Take-Last-Four.
           MOVE 'F' TO TK-RESULT-SWITCH.
           PERFORM VARYING WS-SEQUENCE FROM 1 BY 1
                   UNTIL WS-SEQUENCE > 9999
                      OR TK-RESULT-SWITCH = 'Y'
               MOVE WS-SEQUENCE TO WS-SEQUENCE-DIGITS
               MOVE SPACES TO WS-CANDIDATE-TOKEN
               IF TK-VALUE-IS-SSN
                   STRING "9" WS-SEQUENCE-DIGITS WS-LAST-FOUR
                       DELIMITED BY SIZE INTO WS-CANDIDATE-TOKEN
               ELSE
                   STRING "T" WS-SEQUENCE-DIGITS WS-LAST-FOUR
                       DELIMITED BY SIZE INTO WS-CANDIDATE-TOKEN
               END-IF
               MOVE TK-VALUE-TYPE TO TV-TOKEN-TYPE
               MOVE WS-CANDIDATE-TOKEN TO TV-TOKEN
               READ TOKEN-VAULT
                   KEY IS TV-TOKEN-KEY
                   INVALID KEY
                       PERFORM Write-Vault-Entry
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           IF TK-RESULT-SWITCH NOT = 'Y'
               MOVE SPACES TO EX-MESSAGE
               STRING "NO TOKEN COULD BE ASSIGNED - TYPE "
                       TK-VALUE-TYPE " FOR " TK-PROGRAM
                       " STATUS " WS-TOKEN-VAULT-STATUS
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Vault-Failure
           END-IF.

       Write-Vault-Entry.
           ACCEPT WS-ASSIGNED-DATE FROM DATE YYYYMMDD.
           MOVE TK-VALUE-TYPE TO TV-TOKEN-TYPE.
           MOVE WS-CANDIDATE-TOKEN TO TV-TOKEN.
           MOVE TK-VALUE-TYPE TO TV-CLEAR-TYPE.
           MOVE TK-VALUE-IN TO TV-CLEAR-VALUE.
           MOVE WS-ASSIGNED-DATE TO TV-ASSIGNED-DATE.
           MOVE TK-PROGRAM TO TV-ASSIGNED-BY.
           WRITE TOKEN-VAULT-REC
               INVALID KEY
                   MOVE 10000 TO WS-SEQUENCE
               NOT INVALID KEY
                   MOVE WS-CANDIDATE-TOKEN TO TK-VALUE-OUT
                   MOVE 'Y' TO TK-RESULT-SWITCH
           END-WRITE.

      * Last four significant characters; a shorter value is
      * zero-filled on the left.
       Take-Last-Four.
           MOVE 10 TO WS-VALUE-LENGTH.
           PERFORM UNTIL WS-VALUE-LENGTH = 0
                   OR TK-VALUE-IN(WS-VALUE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LENGTH
           END-PERFORM.
           MOVE "0000" TO WS-LAST-FOUR.
           IF WS-VALUE-LENGTH >= 4
               MOVE TK-VALUE-IN(WS-VALUE-LENGTH - 3:4) TO WS-LAST-FOUR
           ELSE
               MOVE TK-VALUE-IN(1:WS-VALUE-LENGTH)
                   TO WS-LAST-FOUR(5 - WS-VALUE-LENGTH:WS-VALUE-LENGTH)
           END-IF.

      * Only a value found on the token key is a token; anything
      * else comes back unchanged with 'N' and nothing to log. No
      * vault yet means nothing is a token; a vault that is there
      * and will not open is 'F', so a token is never sent on as
      * though it were the clear value.
       Detokenize-Value.
           OPEN INPUT TOKEN-VAULT.
           IF WS-TOKEN-VAULT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOKEN-VAULT-STATUS NOT = "00"
               MOVE 'F' TO TK-RESULT-SWITCH
               MOVE SPACES TO EX-MESSAGE
               STRING "TOKEN VAULT WILL NOT OPEN TO DETOKENIZE - "
                       "STATUS " WS-TOKEN-VAULT-STATUS
                   DELIMITED BY SIZE INTO EX-MESSAGE
               PERFORM Log-Vault-Failure
               EXIT PARAGRAPH
           END-IF.
           SET VAULT-IS-OPEN TO TRUE.
           MOVE TK-VALUE-TYPE TO TV-TOKEN-TYPE.
           MOVE TK-VALUE-IN TO TV-TOKEN.
           READ TOKEN-VAULT
               KEY IS TV-TOKEN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-AUTHORIZED-SWITCH.
           PERFORM VARYING WS-AUTHORIZED-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AUTHORIZED-SUBSCRIPT > WS-AUTHORIZED-COUNT
               IF WS-AUTHORIZED-PROGRAM(WS-AUTHORIZED-SUBSCRIPT)
                       = TK-PROGRAM
                   MOVE 'Y' TO WS-AUTHORIZED-SWITCH
               END-IF
           END-PERFORM.
           IF CALLER-IS-AUTHORIZED
               MOVE TV-CLEAR-VALUE TO TK-VALUE-OUT
               MOVE 'Y' TO TK-RESULT-SWITCH
               MOVE "DETOKEN" TO AL-ACTION-CODE
           ELSE
               MOVE 'R' TO TK-RESULT-SWITCH
               MOVE "DETOKREF" TO AL-ACTION-CODE
               DISPLAY "TOKENW - DETOKENIZE REFUSED FOR " TK-PROGRAM
           END-IF.
           MOVE "BATCH" TO AL-OPERATOR-ID.
           MOVE TK-PROGRAM TO AL-PROGRAM-ID.
           MOVE TK-VALUE-IN(1:9) TO AL-KEY-VALUE.
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

      * Callers set EX-MESSAGE first.
       Log-Vault-Failure.
           MOVE "K001" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "TOKENW" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
