      * instead of re-running the whole file. TABLESW refreshes the
      * Users table once at end of batch. No transaction file means
      * the original single hardcoded trio runs exactly as before.
      * Ends by GOBACK, not STOP RUN, so SCHDEXEC can CALL it as a
      * scheduled job and carry on with the jobs after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               DISPLAY "PIPELINE REFUSED - RUN IN PROGRESS - LOCK"
                       " HELD BY:" LR-HOLDER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Start-of-cycle seal verification through CALLed SEALW: a
               MOVE 'C' TO LR-REQUEST-CODE
               CALL "LOCKW" USING WS-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'S' TO RR-REQUEST-CODE.
           MOVE "PIPELINE" TO RR-PROGRAM.
           MOVE 'C' TO LR-REQUEST-CODE.
           CALL "LOCKW" USING WS-LOCK-REQUEST.
           MOVE RR-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      * The transaction file being openable is what turns batch
      * mode on; a missing file runs the original hardcoded trio,
