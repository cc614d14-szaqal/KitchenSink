       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVARW.
      * Pay variance release check service over the PAYVAR
      * variance review file (copybooks/PAY-VAR-REC.cpy), CALLed
      * by the programs that release a period's pay - DDEPOSIT,
      * CHECKPRT, PAYACCT - before anything leaves. Request code:
      *   'Q' - query VQ-PERIOD-END: result 'Y' when PAYVARN has
      *         reviewed the period and every item it flagged is
      *         cleared or overridden; 'N' when items are still
      *         pending, with their count handed back; 'R' when
      *         the period has not been reviewed at all - the
      *         caller refuses the release on anything but 'Y'.
      * No PAYVAR on file means no period has been reviewed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-VARIANCE ASSIGN TO "Cobol/data/PAYVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VAR-KEY
               FILE STATUS IS WS-PAY-VARIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-VARIANCE.
       01 PAY-VARIANCE-REC.
           COPY PAY-VAR-REC.

       WORKING-STORAGE SECTION.
       01 WS-PAY-VARIANCE-STATUS      PIC XX VALUE "00".
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-HEADER-SWITCH            PIC X VALUE 'N'.
           88 REVIEW-HEADER-FOUND          VALUE 'Y'.
           88 REVIEW-HEADER-MISSING        VALUE 'N'.

       LINKAGE SECTION.
       01 LS-VARIANCE-REQUEST.
           05 VQ-REQUEST-CODE         PIC X.
           05 VQ-PERIOD-END           PIC 9(8).
           05 VQ-RESULT-SWITCH        PIC X.
           05 VQ-PENDING-COUNT        PIC 9(5).

       PROCEDURE DIVISION USING LS-VARIANCE-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE 'R' TO VQ-RESULT-SWITCH.
           MOVE 0 TO VQ-PENDING-COUNT.
           IF VQ-REQUEST-CODE NOT = 'Q'
               DISPLAY "PAYVARW: UNKNOWN REQUEST CODE "
                       VQ-REQUEST-CODE
               GOBACK
           END-IF.

           OPEN INPUT PAY-VARIANCE.
           IF WS-PAY-VARIANCE-STATUS NOT = "00"
               GOBACK
           END-IF.
           SET REVIEW-HEADER-MISSING TO TRUE.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE VQ-PERIOD-END TO VR-PERIOD-END.
           MOVE 0 TO VR-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO VR-ITEM-CODE.
           MOVE LOW-VALUES TO VR-BASIS.
           START PAY-VARIANCE KEY IS NOT LESS THAN VR-VAR-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ PAY-VARIANCE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF VR-PERIOD-END NOT = VQ-PERIOD-END
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF VR-IS-HEADER
                               SET REVIEW-HEADER-FOUND TO TRUE
                           ELSE
                               IF VR-ITEM-PENDING
                                   ADD 1 TO VQ-PENDING-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-VARIANCE.

           EVALUATE TRUE
               WHEN REVIEW-HEADER-MISSING
                   MOVE 'R' TO VQ-RESULT-SWITCH
               WHEN VQ-PENDING-COUNT > 0
                   MOVE 'N' TO VQ-RESULT-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO VQ-RESULT-SWITCH
           END-EVALUATE.
           GOBACK.
