      * next SSNRECYC cycle re-runs them through validation. The
      * suspense file is read into a table and rewritten whole -
      * it is a small operator queue, not a master.
      * Suspense carries TOKVAULT tokens, not the values keyed: the
      * card's original value is looked up to its token to find
      * the item, and the correction is tokenized before filing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CORRECTIONS-APPLIED      PIC 9(3) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZ9.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.
       01 WS-ORIGINAL-TOKEN           PIC X(9) VALUE SPACES.
       01 WS-CORRECTED-TOKEN          PIC X(9) VALUE SPACES.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

      * an already-corrected item waits for the recycle job rather
      * than being corrected twice.
       Apply-One-Correction.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "SSNCORR" TO TK-PROGRAM.
           MOVE CC-ORIGINAL-VALUE TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           MOVE TK-VALUE-OUT(1:9) TO WS-ORIGINAL-TOKEN.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE CC-CORRECTED-VALUE TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH NOT = 'Y'
               DISPLAY "CORRECTION NOT FILED - TOKEN VAULT UNAVAILABLE:"
                       WS-ORIGINAL-TOKEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-VALUE-OUT(1:9) TO WS-CORRECTED-TOKEN.
           PERFORM VARYING WS-SUSPENSE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUSPENSE-SUBSCRIPT > WS-SUSPENSE-COUNT
               MOVE WS-SUSPENSE-ITEM(WS-SUSPENSE-SUBSCRIPT)
                   TO WS-WORK-SUSPENSE-REC
               IF WK-STATUS = 'S'
                   AND WK-ORIGINAL-VALUE = WS-ORIGINAL-TOKEN
                   MOVE 'C' TO WK-STATUS
                   MOVE WS-CORRECTED-TOKEN TO WK-CORRECTED-VALUE
                   MOVE WS-WORK-SUSPENSE-REC
                       TO WS-SUSPENSE-ITEM(WS-SUSPENSE-SUBSCRIPT)
                   ADD 1 TO WS-CORRECTIONS-APPLIED
